      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Proves the audit trail's chain end to end: every cataloged
      * generation (auditcat.dat, in cutover order) and then the live
      * audit.log are walked as the one logical log, each entry's
      * sequence number checked against the one before it and its
      * check value recomputed. A gap, an entry out of order, an
      * entry edited after it was written, a generation cut short of
      * where the catalog says it ended, or a live log short of the
      * chain control file is reported with the entry it was found
      * at. Entries written before the chain was introduced are
      * counted, not faulted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-audit-verify.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.
      *> the generation catalog, and a variably-named reader for the
      *> generation the walk is on
           SELECT  AuditCatFile ASSIGN TO "auditcat.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AuditCat-Status.
           SELECT  GenAuditFile ASSIGN TO WS-Gen-File-Name
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GenAudit-Status.

       DATA DIVISION.
       FILE SECTION.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.

       FD  AuditCatFile.
       01  AuditCatRecord.
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
       COPY OPERATOR-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       01  WS-AuditCat-Status          PIC XX      VALUE SPACES.
           88  FS-AuditCat-OK                      VALUE "00".
       01  WS-GenAudit-Status          PIC XX      VALUE SPACES.
           88  FS-GenAudit-OK                      VALUE "00".
       01  WS-Gen-File-Name            PIC X(30)   VALUE SPACES.
       01  WS-Cat-EOF-SW               PIC X       VALUE "N".
           88  EndOfCatalog                        VALUE "Y".
       01  WS-Gen-EOF-SW               PIC X       VALUE "N".
           88  EndOfGeneration                     VALUE "Y".
       01  WS-EOF-SW                   PIC X       VALUE "N".
           88  EndOfAudit                          VALUE "Y".
      *>   the cataloged generations, in cutover (= timestamp) order,
      *>   with where the chain stood when each was cut
       01  WS-Gen-Count                PIC 99      VALUE ZERO.
       01  WS-Gen-Table.
           02  WS-Gen-Entry            OCCURS 50 TIMES.
               03  WS-Gen-Name-Entry   PIC X(30).
               03  WS-Gen-Cut-Seq      PIC X(9).
               03  WS-Gen-Cut-Chain    PIC X(10).
       01  WS-Gen-Sub                  PIC 99      VALUE ZERO.
       01  WS-Source-Name              PIC X(30)   VALUE SPACES.
       01  WS-Entry-Count              PIC 9(7)    VALUE ZERO.
       01  WS-Chained-Count            PIC 9(7)    VALUE ZERO.
       01  WS-Legacy-Count             PIC 9(7)    VALUE ZERO.
       01  WS-Break-Count              PIC 9(5)    VALUE ZERO.
       01  WS-Expected-Seq             PIC 9(9)    VALUE ZERO.
       01  WS-Walk-Chain.
           02  WS-Walk-Last-Seq        PIC 9(9)    VALUE ZERO.
           02  WS-Walk-Last-Chain      PIC 9(10)   VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====AUDIT TRAIL CHAIN VERIFICATION====".
      *>   this program runs once per CALL from the menu or the batch
      *>   driver - reset the chain walk and counts so a rerun starts
      *>   from the first entry again
            MOVE 0    TO RETURN-CODE.
            MOVE ZERO TO WS-Entry-Count.
            MOVE ZERO TO WS-Chained-Count.
            MOVE ZERO TO WS-Legacy-Count.
            MOVE ZERO TO WS-Break-Count.
            MOVE ZERO TO WS-Audit-Chain.
            MOVE "N"  TO WS-Audit-Chain-Started-SW.
            MOVE "N"  TO WS-EOF-SW.
            PERFORM LOAD-GENERATION-CATALOG.
            PERFORM VERIFY-ONE-GENERATION
                VARYING WS-Gen-Sub FROM 1 BY 1
                UNTIL WS-Gen-Sub > WS-Gen-Count.
            MOVE "audit.log" TO WS-Source-Name.
            OPEN INPUT AuditLogFile.
            IF NOT FS-Audit-OK
                DISPLAY "  *** unable to open audit.log, status "
                        WS-Audit-Status " - the live log was not "
                        "verified ***"
                MOVE 8 TO RETURN-CODE
                SET EndOfAudit TO TRUE
            END-IF.
            PERFORM UNTIL EndOfAudit
                READ AuditLogFile
                    AT END
                        SET EndOfAudit TO TRUE
                    NOT AT END
                        PERFORM VERIFY-ONE-ENTRY
                END-READ
            END-PERFORM.
            IF FS-Audit-OK OR WS-Audit-Status = "10"
                CLOSE AuditLogFile
                PERFORM CHECK-LIVE-LOG-TAIL
            END-IF.
            DISPLAY " ".
            DISPLAY "  " WS-Entry-Count " audit entr(ies) read, "
                    WS-Chained-Count " chained, "
                    WS-Legacy-Count " from before the chain.".
            IF WS-Break-Count > ZERO
                DISPLAY "  *** " WS-Break-Count " broken link(s) - "
                        "the audit trail has been altered or lost "
                        "entries ***"
                MOVE 8 TO RETURN-CODE
            ELSE
                DISPLAY "  audit chain intact through sequence "
                        WS-Audit-Last-Seq "."
            END-IF.
            GOBACK.

       LOAD-GENERATION-CATALOG.
           MOVE ZERO TO WS-Gen-Count.
           MOVE "N"  TO WS-Cat-EOF-SW.
           OPEN INPUT AuditCatFile.
           IF NOT FS-AuditCat-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EndOfCatalog
               READ AuditCatFile
                   AT END
                       SET EndOfCatalog TO TRUE
                   NOT AT END
                       IF WS-Gen-Count < 50
                           ADD 1 TO WS-Gen-Count
                           MOVE AUC-File-Name
                               TO WS-Gen-Name-Entry(WS-Gen-Count)
                           MOVE AUC-Last-Seq
                               TO WS-Gen-Cut-Seq(WS-Gen-Count)
                           MOVE AUC-Last-Chain
                               TO WS-Gen-Cut-Chain(WS-Gen-Count)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AuditCatFile.

       VERIFY-ONE-GENERATION.
      *>   each generation record is byte-for-byte an audit entry -
      *>   it is checked through the live log's own record area
           MOVE WS-Gen-Name-Entry(WS-Gen-Sub) TO WS-Gen-File-Name.
           MOVE WS-Gen-File-Name TO WS-Source-Name.
           MOVE "N" TO WS-Gen-EOF-SW.
           OPEN INPUT GenAuditFile.
           IF NOT FS-GenAudit-OK
               DISPLAY "  *** generation " WS-Gen-File-Name
                       " will not open, status " WS-GenAudit-Status
                       " - its entries cannot be proved ***"
               ADD 1 TO WS-Break-Count
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EndOfGeneration
               READ GenAuditFile
                   AT END
                       SET EndOfGeneration TO TRUE
                   NOT AT END
                       MOVE GenAuditRecord TO AuditLogRecord
                       PERFORM VERIFY-ONE-ENTRY
               END-READ
           END-PERFORM.
           CLOSE GenAuditFile.
           PERFORM CHECK-GENERATION-TAIL.

       VERIFY-ONE-ENTRY.
           ADD 1 TO WS-Entry-Count.
           MOVE WS-Audit-Chain TO WS-Walk-Chain.
           COMPUTE WS-Expected-Seq = WS-Walk-Last-Seq + 1.
           PERFORM AUDIT-CHAIN-CHECK.
           IF Audit-Link-Legacy
               ADD 1 TO WS-Legacy-Count
               EXIT PARAGRAPH
           END-IF.
           IF NOT Audit-Link-Unchained
               ADD 1 TO WS-Chained-Count
           END-IF.
           IF NOT Audit-Link-Broken
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Break-Count.
           DISPLAY "  *** entry " ALR-Timestamp " StuID " ALR-StuID
                   " " ALR-Action " in " WS-Source-Name.
           EVALUATE TRUE
               WHEN Audit-Link-Gap
                   DISPLAY "      GAP - sequence " ALR-Seq
                           " follows " WS-Walk-Last-Seq
                           ", expected " WS-Expected-Seq
               WHEN Audit-Link-Reordered
                   DISPLAY "      OUT OF ORDER - sequence " ALR-Seq
                           " follows " WS-Walk-Last-Seq
               WHEN Audit-Link-Altered
                   DISPLAY "      ALTERED - sequence " ALR-Seq
                           " check value " ALR-Chain
                           " recomputes as " WS-Audit-Chain-Calc
               WHEN Audit-Link-Unchained
                   DISPLAY "      UNCHAINED - no sequence or check "
                           "value after sequence " WS-Walk-Last-Seq
           END-EVALUATE.

       CHECK-GENERATION-TAIL.
      *>   the catalog says where the chain stood at the cut; a
      *>   generation that ends short of it lost its last entries.
      *>   Generations cut before the chain carry no position.
           IF WS-Gen-Cut-Seq(WS-Gen-Sub) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF WS-Gen-Cut-Seq(WS-Gen-Sub) NOT = WS-Audit-Last-Seq
              OR WS-Gen-Cut-Chain(WS-Gen-Sub)
                 NOT = WS-Audit-Last-Chain
               ADD 1 TO WS-Break-Count
               DISPLAY "  *** generation " WS-Gen-File-Name
                       " ends at sequence " WS-Audit-Last-Seq
                       " but was cut at "
                       WS-Gen-Cut-Seq(WS-Gen-Sub) " ***"
           END-IF.

       CHECK-LIVE-LOG-TAIL.
      *>   auditchn.dat holds the last sequence issued; a live log
      *>   that ends anywhere else lost (or gained) entries at the end
           MOVE WS-Audit-Chain TO WS-Walk-Chain.
           PERFORM AUDIT-CHAIN-LOAD.
           IF WS-Audit-Chain NOT = WS-Walk-Chain
               ADD 1 TO WS-Break-Count
               DISPLAY "  *** audit.log ends at sequence "
                       WS-Walk-Last-Seq " but auditchn.dat last "
                       "issued " WS-Audit-Last-Seq " ***"
           END-IF.
           MOVE WS-Walk-Chain TO WS-Audit-Chain.

       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.

       END PROGRAM md-basics-audit-verify.
