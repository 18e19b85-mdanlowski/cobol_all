      ******************************************************************
      * Shared course-fee charge file SELECT. COPY into FILE-CONTROL
      * alongside CRSFEE-SEL wherever a student's course fees are
      * charged, refunded or reported.
      ******************************************************************
           SELECT  FeeChargeFile ASSIGN TO "feecharge.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FC-Key
                   FILE STATUS IS WS-FeeChg-Status.
