      *             replay refuses to apply them - run the one-time
      *             md-basics-audit-widen conversion first, as the
      *             StuID widening required before it.
      * 2026-10-15  A section swap (SWAP) replays as the moved
      *             enrollment row's after image.
      * 2026-10-15  A posted grade change (GRDCHG) replays as the row's
      *             after image.
      * 2026-10-15  An immunization entry (IMMADD) replays as the row's
      *             after image.
      * 2026-10-15  A privacy-block change (PRIVCY) replays as the
      *             profile row's after image.
      * 2026-10-15  An email or delivery-preference change (DELIVR)
      *             replays as the profile row's after image.
      * 2026-10-15  The audit chain is proved as the replay reads it; a
      *             broken link inside the replay window stops the
      *             replay unless a supervisor overrides, and the
      *             override is itself audit-logged (OVRRID).
      * 2026-10-15  The supervisor's chain-break override accepts a
      *             lower-case y.
      * 2026-10-15  A term withdrawal replays: the master's status
      *             change (WDSTAT) as its after image, and each
      *             enrollment row (WDRAW) as a delete or as its
      *             W-graded after image.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-roll-forward.
                       WITH DUPLICATES
                   FILE STATUS IS WS-File-Status.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.
      *> the generation catalog, and a variably-named reader for the
      *> generation the replay loop is walking
           SELECT  AuditCatFile ASSIGN TO "auditcat.dat"
       COPY STUDENT.

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
       COPY STUDENT-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       01  WS-AuditCat-Status          PIC XX      VALUE SPACES.
           88  FS-AuditCat-OK                      VALUE "00".
       01  WS-GenAudit-Status          PIC XX      VALUE SPACES.
       01  WS-Skipped-Count            PIC 9(5)    VALUE ZERO.
       01  WS-Purge-Warn-Count         PIC 9(5)    VALUE ZERO.
       01  WS-Trailer-Count            PIC 9(5)    VALUE ZERO.
       01  WS-Override-Answer          PIC X       VALUE "N".
           88  Supervisor-Overrides                VALUES "Y", "y".
       01  WS-Chain-Warn-Count         PIC 9(5)    VALUE ZERO.
       01  WS-Chain-Override-Count     PIC 9(5)    VALUE ZERO.
       01  WS-Chain-Override-Seq       PIC 9(9)    VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            MOVE ZERO TO WS-Applied-Count.
            MOVE ZERO TO WS-Skipped-Count.
            MOVE ZERO TO WS-Purge-Warn-Count.
            MOVE ZERO TO WS-Chain-Warn-Count.
            MOVE ZERO TO WS-Chain-Override-Count.
            DISPLAY "Archive date to restore from (YYYYMMDD): "
                WITH NO ADVANCING.
            ACCEPT WS-Restore-Date.
                        "enrollment rows ***"
                MOVE 4 TO RETURN-CODE
            END-IF.
            IF WS-Chain-Warn-Count > ZERO
                DISPLAY "  *** " WS-Chain-Warn-Count " broken audit "
                        "chain link(s) outside the replay window - "
                        "run md-basics-audit-verify ***"
                IF RETURN-CODE = 0
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.
            IF WS-Chain-Override-Count > ZERO
                PERFORM LOG-CHAIN-OVERRIDE
            END-IF.
            GOBACK.

       REPLAY-AUDIT-LOG.
               EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO WS-Seq-Broken-SW.
      *>   the audit chain is proved entry by entry as it replays,
      *>   from the first generation on
           MOVE ZERO TO WS-Audit-Chain.
           MOVE "N"  TO WS-Audit-Chain-Started-SW.
           PERFORM LOAD-GENERATION-CATALOG.
           PERFORM REPLAY-ONE-GENERATION
               VARYING WS-Gen-Sub FROM 1 BY 1
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM AUDIT-CHAIN-CHECK.
           IF Audit-Link-Broken
               PERFORM CHECK-BROKEN-LINK
               IF Replay-Sequence-Broken
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF ALR-Timestamp(1:8) < WS-Restore-Date
              OR ALR-Timestamp > WS-Cutoff-Stamp
               EXIT PARAGRAPH
               WHEN "WLPROM"
               WHEN "READMT"
               WHEN "XFRADD"
               WHEN "IMMADD"
               WHEN "PRIVCY"
               WHEN "DELIVR"
               WHEN "SWAP  "
               WHEN "GRDCHG"
               WHEN "WDSTAT"
                   PERFORM APPLY-AFTER-IMAGE
               WHEN "WDRAW "
      *>           a term withdrawal either removes the enrollment
      *>           row or keeps it graded W - the after image says
      *>           which
                   IF ALR-After = SPACES
                       PERFORM APPLY-DELETE
                   ELSE
                       PERFORM APPLY-AFTER-IMAGE
                   END-IF
               WHEN "DELETE"
               WHEN "DROP  "
               WHEN "MERGE "
                   ADD 1 TO WS-Applied-Count
           END-DELETE.

       CHECK-BROKEN-LINK.
      *>   a broken link means an entry was dropped, moved or edited
      *>   after it was written - what follows it cannot be trusted
      *>   to rebuild the file. One outside the window being replayed
      *>   changes nothing here and is only counted; one inside it
      *>   stops the replay unless a supervisor overrides.
           IF ALR-Timestamp(1:8) < WS-Restore-Date
              OR ALR-Timestamp > WS-Cutoff-Stamp
               ADD 1 TO WS-Chain-Warn-Count
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "  *** audit chain BROKEN at entry " ALR-Timestamp
                   " StuID " ALR-StuID " ***".
           EVALUATE TRUE
               WHEN Audit-Link-Gap
                   DISPLAY "      entries missing before sequence "
                           ALR-Seq
               WHEN Audit-Link-Reordered
                   DISPLAY "      sequence " ALR-Seq " is out of "
                           "order"
               WHEN Audit-Link-Altered
                   DISPLAY "      sequence " ALR-Seq " was altered "
                           "after it was written"
               WHEN Audit-Link-Unchained
                   DISPLAY "      entry carries no sequence or check "
                           "value"
           END-EVALUATE.
           MOVE "N" TO WS-Override-Answer.
           IF Role-Supervisor
               DISPLAY "Supervisor override - replay past the broken "
                       "link (Y/N)? " WITH NO ADVANCING
               ACCEPT WS-Override-Answer
           ELSE
               DISPLAY "  (a supervisor can override a broken link)"
           END-IF.
           IF Supervisor-Overrides
               ADD 1 TO WS-Chain-Override-Count
               MOVE WS-Audit-Last-Seq TO WS-Chain-Override-Seq
           ELSE
               SET Replay-Sequence-Broken TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

       LOG-CHAIN-OVERRIDE.
      *>   the override is itself on the record - written once the
      *>   log is closed again, after the replay is done with it
           MOVE ZERO     TO WS-Audit-StuID.
           MOVE "OVRRID" TO WS-Audit-Action.
           MOVE SPACES   TO WS-Audit-Before.
           MOVE SPACES   TO WS-Audit-After.
           STRING "ROLL-FORWARD PAST " WS-Chain-Override-Count
                  " BROKEN AUDIT LINK(S), LAST AT SEQUENCE "
                  WS-Chain-Override-Seq
               DELIMITED BY SIZE
               INTO WS-Audit-After
           END-STRING.
           PERFORM AUDIT-LOG-WRITE.

       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.
       COPY TRAILER-PROC.
       COPY FILESTAT-PROC.

