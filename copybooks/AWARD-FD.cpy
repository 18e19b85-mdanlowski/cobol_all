      * and a status - a pending award sits until the aid clerk
      * releases it, and the disbursement batch only ever pays out
      * the released, still-undisbursed remainder, so a rerun cannot
      * disburse the same award twice. When a withdrawal returns the
      * unearned share of an award to its fund, the disbursed amount
      * is cut back, the return is recorded on the award, and the
      * disbursement batch never pays that award out again.
      ******************************************************************
       FD  AwardsFile.
       01  AwardRecord.
           02  AW-Status               PIC X.
               88  AW-Pending-Award                VALUE "P".
               88  AW-Released-Award               VALUE "R".
           02  AW-Returned-Amount      PIC S9(6)V99 COMP-3.
           02  AW-Return-SW            PIC X.
               88  AW-Funds-Returned               VALUE "Y".
           02  FILLER                  PIC X(4).
