      * audit inquiry and the roll-forward replay read across the
      * generations via the catalog, so the full unbroken sequence
      * recovery depends on is still one logical log.
      * 2026-10-15  The catalog line records where the audit chain stood
      *             at the cut (last sequence number and check value);
      *             the chain itself carries on unbroken into the fresh
      *             log.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-audit-cutover.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AuditCat-Status.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.

       DATA DIVISION.
       FILE SECTION.
           02  AUC-Date                PIC 9(8).
           02  FILLER                  PIC X       VALUE SPACE.
           02  AUC-File-Name           PIC X(30).
      *>   where the audit chain stood when the generation was cut:
      *>   its last entry's sequence number and check value
           02  FILLER                  PIC X       VALUE SPACE.
           02  AUC-Last-Seq            PIC 9(9).
           02  FILLER                  PIC X       VALUE SPACE.
           02  AUC-Last-Chain          PIC 9(10).

       COPY AUDIT-FD.
       COPY ERRLOG-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       01  WS-AuditCat-Status          PIC XX      VALUE SPACES.
           88  FS-AuditCat-OK                      VALUE "00".
       01  WS-Cat-EOF-SW               PIC X       VALUE "N".
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
      *>   auditchn.dat is deliberately left alone: the first entry in
      *>   the fresh log links to the generation's last, so the chain
      *>   runs unbroken across the cutover. The catalog records
      *>   where it stood, so a generation cut short shows.
           PERFORM AUDIT-CHAIN-LOAD.
           MOVE SPACES              TO AuditCatRecord.
           MOVE WS-Today            TO AUC-Date.
           MOVE WS-Gen-Name         TO AUC-File-Name.
           MOVE WS-Audit-Last-Seq   TO AUC-Last-Seq.
           MOVE WS-Audit-Last-Chain TO AUC-Last-Chain.
           WRITE AuditCatRecord.
           CLOSE AuditCatFile.

       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.

       END PROGRAM md-basics-audit-cutover.
