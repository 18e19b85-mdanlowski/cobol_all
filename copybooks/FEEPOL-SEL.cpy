      ******************************************************************
      * Shared student-accounts fee policy SELECT. COPY into
      * FILE-CONTROL of any program that assesses a penalty fee or
      * finance charge - the amounts and grace days come off this
      * file, never off the operator's memory.
      ******************************************************************
           SELECT  FeePolicyFile ASSIGN TO "feepolicy.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS FP-Term
                   FILE STATUS IS WS-FeePol-Status.
