      * an ADD leaves ALR-Before blank and an UPDATE carries both.
      * ALR-Operator carries the signed-on operator (OPERATOR-WS) so
      * "who changed it" is on every entry.
      * ALR-Seq and ALR-Chain make the log tamper-evident: every entry
      * is numbered one past the last, and its check value is folded
      * from its own bytes (ALR-Seq included) seeded with the previous
      * entry's check value - a dropped, reordered or edited entry
      * breaks every link after it. Entries written before the chain
      * was introduced read back with both fields blank.
      * AuditLockRecord is the single "CHAN" record in auditlck.dat;
      * only its record lock matters, not its contents.
      ******************************************************************
       FD  AuditLogFile.
       01  AuditLogRecord.
           02  ALR-After           PIC X(128).
           02  FILLER              PIC X       VALUE SPACE.
           02  ALR-Operator        PIC X(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  ALR-Seq             PIC 9(9).
           02  FILLER              PIC X       VALUE SPACE.
           02  ALR-Chain           PIC 9(10).

       FD  AuditChainFile.
       01  AuditChainRecord.
           02  ACH-Last-Seq        PIC 9(9).
           02  FILLER              PIC X       VALUE SPACE.
           02  ACH-Last-Chain      PIC 9(10).

       FD  AuditLockFile.
       01  AuditLockRecord.
           02  ALK-Key             PIC X(4).
           02  FILLER              PIC X(16).
