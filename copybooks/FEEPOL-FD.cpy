      ******************************************************************
      * Shared fee policy record layout. COPY into FILE SECTION as the
      * FD for FeePolicyFile, paired with FEEPOL-SEL and FEEPOL-WS.
      * One record per term, the same key as the rate master: how
      * many days past due a charge may sit before it is late, the
      * flat late fee, and the monthly finance-charge percentage on
      * balances more than 60 days old, plus the fee charged when the
      * bank returns a student's check. Money is packed decimal to
      * the cent per the MONEY-WS convention.
      ******************************************************************
       FD  FeePolicyFile.
       01  FeePolicyRecord.
           02  FP-Term             PIC X(6).
           02  FP-Grace-Days       PIC 999.
           02  FP-Late-Fee         PIC S9(5)V99 COMP-3.
      *>   percent per month, e.g. 1.50 - zero turns finance charges
      *>   off for the term
           02  FP-Finance-Pct      PIC S9V99 COMP-3.
           02  FP-Effective-Date   PIC 9(8).
      *>   not numeric on policies keyed before the fee existed -
      *>   treat that as no fee
           02  FP-Returned-Check-Fee
                                   PIC S9(5)V99 COMP-3.
           02  FILLER              PIC X(16).
