      * and AUDIT-WS. Appends one before/after entry to audit.log so
      * "who changed this record and when" can be answered without
      * relying on institutional memory.
      * Each entry is numbered and chained to the one before it via
      * auditchn.dat; AUDIT-CHAIN-CHECK is the other half, used by
      * the verifier and the roll-forward to prove the chain. The
      * chain is extended under a record lock on auditlck.dat, and
      * any trouble with either file is reported through ERRLOG-PROC,
      * so the program also COPYs the ERRLOG copybooks.
      ******************************************************************
       AUDIT-LOG-WRITE.
           ACCEPT WS-Audit-Date FROM DATE YYYYMMDD.
           ACCEPT WS-Audit-Time FROM TIME.
      *>   the chain is read, extended and saved under the chain lock,
      *>   so two programs logging at once cannot both link to the
      *>   same entry. Without the lock, or without a chain it can
      *>   trust, the entry still goes to the log but unchained - the
      *>   verifier shows it - and the control file is left alone.
           PERFORM AUDIT-CHAIN-LOCK.
           IF Audit-Chain-Locked
               PERFORM AUDIT-CHAIN-LOAD
           ELSE
               MOVE "N" TO WS-Audit-Loaded-SW
           END-IF.
           OPEN EXTEND AuditLogFile.
           IF NOT FS-Audit-OK
               OPEN OUTPUT AuditLogFile
           END-IF.
           MOVE SPACES             TO AuditLogRecord.
           MOVE WS-Audit-Stamp     TO ALR-Timestamp.
           MOVE WS-Audit-StuID     TO ALR-StuID.
           MOVE WS-Audit-Action    TO ALR-Action.
           MOVE WS-Audit-Before    TO ALR-Before.
           MOVE WS-Audit-After     TO ALR-After.
           MOVE WS-Operator-ID     TO ALR-Operator.
           IF Audit-Chain-Loaded
               ADD 1 TO WS-Audit-Last-Seq
               MOVE WS-Audit-Last-Seq  TO ALR-Seq
               PERFORM AUDIT-CHAIN-COMPUTE
               MOVE WS-Audit-Chain-Calc TO ALR-Chain
           END-IF.
           WRITE AuditLogRecord.
           CLOSE AuditLogFile.
           IF Audit-Chain-Loaded
               MOVE WS-Audit-Chain-Calc TO WS-Audit-Last-Chain
               PERFORM AUDIT-CHAIN-SAVE
           END-IF.
           PERFORM AUDIT-CHAIN-UNLOCK.

       AUDIT-CHAIN-LOCK.
      *>   the one record in auditlck.dat, read with a record lock
      *>   that is held until the chain is saved. A program that ends
      *>   abnormally gives its lock up with the file, so there is no
      *>   stale lock to clear; one held longer than the retries allow
      *>   is reported and this entry goes unchained.
           MOVE "N"  TO WS-Audit-Lock-SW.
           MOVE ZERO TO WS-Audit-Lock-Tries.
           OPEN I-O AuditLockFile.
           IF FS-AuditLck-File-Missing
               OPEN OUTPUT AuditLockFile
               CLOSE AuditLockFile
               OPEN I-O AuditLockFile
           END-IF.
           IF NOT FS-AuditLck-OK
               MOVE "auditlck.dat would not open" TO WS-ErrLog-Text
               MOVE "9046" TO WS-ErrLog-Reason-Code
               PERFORM AUDIT-CHAIN-ERROR
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL Audit-Chain-Locked
                      OR WS-Audit-Lock-Tries >= 10
               ADD 1 TO WS-Audit-Lock-Tries
               MOVE "CHAN" TO ALK-Key
               READ AuditLockFile WITH LOCK
                   INVALID KEY
      *>               first use - the record is written, then read
      *>               with the lock on the next pass
                       MOVE SPACES TO AuditLockRecord
                       MOVE "CHAN" TO ALK-Key
                       WRITE AuditLockRecord
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                   NOT INVALID KEY
                       SET Audit-Chain-Locked TO TRUE
               END-READ
               IF NOT Audit-Chain-Locked
                  AND FS-AuditLck-Locked
                   CALL "C$SLEEP" USING WS-Audit-Lock-Wait
                   END-CALL
               END-IF
           END-PERFORM.
           IF NOT Audit-Chain-Locked
               CLOSE AuditLockFile
               MOVE "audit chain lock not obtained" TO WS-ErrLog-Text
               MOVE "9046" TO WS-ErrLog-Reason-Code
               PERFORM AUDIT-CHAIN-ERROR
           END-IF.

       AUDIT-CHAIN-UNLOCK.
           IF Audit-Chain-Locked
               UNLOCK AuditLockFile
               CLOSE AuditLockFile
               MOVE "N" TO WS-Audit-Lock-SW
           END-IF.

       AUDIT-CHAIN-LOAD.
      *>   no control file yet means the chain starts here, at one.
      *>   A control file that is there but will not open or read
      *>   cleanly is NOT a fresh start - restarting at one would fork
      *>   the chain - so it is reported and the chain is not loaded.
           MOVE "N"  TO WS-Audit-Loaded-SW.
           MOVE ZERO TO WS-Audit-Last-Seq.
           MOVE ZERO TO WS-Audit-Last-Chain.
           OPEN INPUT AuditChainFile.
           IF FS-AuditChn-Missing
               SET Audit-Chain-Loaded TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF NOT FS-AuditChn-OK
               MOVE "auditchn.dat would not open" TO WS-ErrLog-Text
               MOVE "9047" TO WS-ErrLog-Reason-Code
               PERFORM AUDIT-CHAIN-ERROR
               EXIT PARAGRAPH
           END-IF.
           READ AuditChainFile
               AT END
                   CONTINUE
               NOT AT END
                   IF ACH-Last-Seq IS NUMERIC
                      AND ACH-Last-Chain IS NUMERIC
                       MOVE ACH-Last-Seq   TO WS-Audit-Last-Seq
                       MOVE ACH-Last-Chain TO WS-Audit-Last-Chain
                       SET Audit-Chain-Loaded TO TRUE
                   END-IF
           END-READ.
           CLOSE AuditChainFile.
           IF NOT Audit-Chain-Loaded
               MOVE "auditchn.dat empty or unreadable"
                   TO WS-ErrLog-Text
               MOVE "9047" TO WS-ErrLog-Reason-Code
               PERFORM AUDIT-CHAIN-ERROR
           END-IF.

       AUDIT-CHAIN-SAVE.
           OPEN OUTPUT AuditChainFile.
           IF FS-AuditChn-OK
               MOVE SPACES              TO AuditChainRecord
               MOVE WS-Audit-Last-Seq   TO ACH-Last-Seq
               MOVE WS-Audit-Last-Chain TO ACH-Last-Chain
               WRITE AuditChainRecord
           END-IF.
           IF NOT FS-AuditChn-OK
               MOVE "audit chain not saved to auditchn.dat"
                   TO WS-ErrLog-Text
               MOVE "9048" TO WS-ErrLog-Reason-Code
               PERFORM AUDIT-CHAIN-ERROR
           END-IF.
           CLOSE AuditChainFile.

       AUDIT-CHAIN-ERROR.
      *>   the caller's own error-log fields are overwritten here;
      *>   the operator stamp on the entry says who was logging
           DISPLAY "  *** audit chain: " WS-ErrLog-Text ", status "
                   WS-AuditChn-Status "/" WS-AuditLck-Status " ***".
           MOVE "AUDIT-LOG-WRITE"   TO WS-ErrLog-Program.
           MOVE "WS-Audit-Chain"    TO WS-ErrLog-Field.
           PERFORM ERROR-LOG-WRITE.

       AUDIT-CHAIN-COMPUTE.
      *>   fold every byte up to and including ALR-Seq into the
      *>   previous entry's check value, kept below a prime modulus
           MOVE WS-Audit-Last-Chain TO WS-Audit-Chain-Work.
           PERFORM VARYING WS-Audit-Chain-Sub FROM 1 BY 1
                   UNTIL WS-Audit-Chain-Sub > 306
               COMPUTE WS-Audit-Chain-Work =
                       WS-Audit-Chain-Work * 31
                     + FUNCTION ORD(
                           AuditLogRecord(WS-Audit-Chain-Sub:1))
               DIVIDE WS-Audit-Chain-Work BY 2147483647
                   GIVING WS-Audit-Chain-Quot
                   REMAINDER WS-Audit-Chain-Calc
               MOVE WS-Audit-Chain-Calc TO WS-Audit-Chain-Work
           END-PERFORM.

       AUDIT-CHAIN-CHECK.
      *>   the entry in AuditLogRecord against the one before it.
      *>   Either way the walk then carries on from this entry, so
      *>   one bad link is reported once, not as every link after it.
           IF ALR-Seq IS NOT NUMERIC
              OR ALR-Chain IS NOT NUMERIC
               IF Audit-Chain-Started
                   SET Audit-Link-Unchained TO TRUE
               ELSE
                   SET Audit-Link-Legacy TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           PERFORM AUDIT-CHAIN-COMPUTE.
           EVALUATE TRUE
               WHEN ALR-Seq > WS-Audit-Last-Seq + 1
                   SET Audit-Link-Gap TO TRUE
               WHEN ALR-Seq < WS-Audit-Last-Seq + 1
                   SET Audit-Link-Reordered TO TRUE
               WHEN WS-Audit-Chain-Calc NOT = ALR-Chain
                   SET Audit-Link-Altered TO TRUE
               WHEN OTHER
                   SET Audit-Link-Ok TO TRUE
           END-EVALUATE.
           SET Audit-Chain-Started TO TRUE.
           MOVE ALR-Seq   TO WS-Audit-Last-Seq.
           MOVE ALR-Chain TO WS-Audit-Last-Chain.
