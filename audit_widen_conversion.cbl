      * harmless. Same upgrade path as the StuID widening's
      * CONVERT-AUDIT-LOG before it; run once, standalone, before
      * the first roll-forward against the widened files.
      * 2026-10-15  Entries are read and written at the chained length,
      *             so a rerun passes a chained entry's sequence number
      *             and check value through intact.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-audit-widen.
       DATA DIVISION.
       FILE SECTION.
       FD  OldAuditFile.
       01  OldAuditRecord              PIC X(317).

       FD  NewAuditFile.
       01  NewAuditRecord              PIC X(317).

       FD  AuditCatFile.
       01  AuditCatRecord.
           02  AUC-Date                PIC 9(8).
           02  FILLER                  PIC X.
           02  AUC-File-Name           PIC X(30).
           02  FILLER                  PIC X.
           02  AUC-Last-Seq            PIC 9(9).
           02  FILLER                  PIC X.
           02  AUC-Last-Chain          PIC 9(10).

       WORKING-STORAGE SECTION.
       01  WS-OldAud-Status            PIC XX      VALUE SPACES.

      *>   an entry as written under the old layout: 81-byte images,
      *>   202 bytes in all - a line that short reads back into the
      *>   entry buffer blank-padded, which is how old and new
      *>   entries are told apart (the widened layout's operator
      *>   stamp, bytes 289-296, is never blank). A chained entry's
      *>   sequence number and check value ride through untouched.
       01  WS-Raw-Entry                PIC X(317)  VALUE SPACES.
       01  WS-Old-Entry REDEFINES WS-Raw-Entry.
           02  OLD-Timestamp           PIC X(16).
           02  FILLER                  PIC X.
           02  OLD-After               PIC X(81).
           02  FILLER                  PIC X.
           02  OLD-Operator            PIC X(8).
           02  FILLER                  PIC X(115).

      *>   the widened entry, field for field the AUDIT-FD layout
       01  WS-New-Entry.
