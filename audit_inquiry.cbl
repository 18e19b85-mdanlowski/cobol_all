      *             in cutover order) and then the live log, so the
      *             cutover run never hides an entry from a
      *             records question.
      * 2026-10-15  A section swap (SWAP) shows as a field change, both
      *             sections on one entry.
      * 2026-10-15  A posted grade change (GRDCHG) shows as a field
      *             change.
      * 2026-10-15  Generation entries are read at the chained entry
      *             length (sequence number and check value).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-audit-inquiry.
           02  AUC-Date                PIC 9(8).
           02  FILLER                  PIC X.
           02  AUC-File-Name           PIC X(30).
           02  FILLER                  PIC X.
           02  AUC-Last-Seq            PIC 9(9).
           02  FILLER                  PIC X.
           02  AUC-Last-Chain          PIC 9(10).

       FD  GenAuditFile.
       01  GenAuditRecord              PIC X(317).

       WORKING-STORAGE SECTION.
       COPY AUDIT-WS.
           EVALUATE ALR-Action
               WHEN "UPDATE"
               WHEN "READMT"
               WHEN "SWAP  "
               WHEN "GRDCHG"
                   PERFORM SHOW-FIELD-CHANGES
               WHEN "DELETE"
               WHEN "DROP  "
