      ******************************************************************
      * Shared hold placing and releasing paragraphs. COPY into the
      * PROCEDURE DIVISION of any program that also COPYs HOLD-SEL,
      * HOLD-FD, HOLD-WS, AUDIT-PROC and NOTICE-PROC, with HoldsFile
      * open I-O. Every hold placed or released anywhere in the
      * system goes through here, so each one is audit-logged the
      * same way and every placement queues the student's HOLD
      * letter. The placed-by / released-by stamp is WS-Operator-ID;
      * a batch interface sets its own before it calls in. The code
      * is not validated here - the caller checks it against
      * HOLD-CODES first when it comes from an operator.
      ******************************************************************
       PLACE-STUDENT-HOLD.
           MOVE "N" TO WS-Hold-Maint-Ok-SW.
           ACCEPT WS-Hold-Maint-Date FROM DATE YYYYMMDD.
           PERFORM FIND-NEXT-HOLD-SEQ.
           MOVE WS-Hold-Maint-StuID TO HD-StuID.
           MOVE WS-Next-Hold-Seq    TO HD-Seq.
           MOVE WS-Hold-Maint-Code  TO HD-Code.
           MOVE "A"                 TO HD-Status.
           MOVE WS-Hold-Maint-Date  TO HD-Placed-Date.
           MOVE WS-Operator-ID      TO HD-Placed-By.
           MOVE ZERO                TO HD-Released-Date.
           MOVE SPACES              TO HD-Released-By.
           WRITE HoldRecord
               INVALID KEY
                   DISPLAY "  *** unable to place " WS-Hold-Maint-Code
                           " hold on StuID " WS-Hold-Maint-StuID
                           ", status " WS-Hold-Status " ***"
               NOT INVALID KEY
                   SET Hold-Maint-Ok TO TRUE
                   MOVE HD-Seq TO WS-Hold-Maint-Seq
                   MOVE WS-Hold-Maint-StuID TO WS-Audit-StuID
                   MOVE "HLDPLC"            TO WS-Audit-Action
                   MOVE SPACES              TO WS-Audit-Before
                   MOVE HoldRecord          TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
                   MOVE WS-Hold-Maint-StuID TO WS-Notice-StuID
                   MOVE "HOLD"              TO WS-Notice-Code
                   MOVE WS-Hold-Maint-Code  TO WS-Notice-Subst-1
                   MOVE SPACES              TO WS-Notice-Subst-2
                   PERFORM QUEUE-NOTICE
           END-WRITE.

       RELEASE-STUDENT-HOLD.
           MOVE "N" TO WS-Hold-Maint-Ok-SW.
           ACCEPT WS-Hold-Maint-Date FROM DATE YYYYMMDD.
           MOVE WS-Hold-Maint-StuID TO HD-StuID.
           MOVE WS-Hold-Maint-Seq   TO HD-Seq.
           READ HoldsFile
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT HD-Active-Hold
               EXIT PARAGRAPH
           END-IF.
           MOVE HoldRecord         TO WS-Audit-Before.
           MOVE "R"                TO HD-Status.
           MOVE WS-Hold-Maint-Date TO HD-Released-Date.
           MOVE WS-Operator-ID     TO HD-Released-By.
           REWRITE HoldRecord
               INVALID KEY
                   DISPLAY "  *** unable to release hold "
                           WS-Hold-Maint-Seq " for StuID "
                           WS-Hold-Maint-StuID ", status "
                           WS-Hold-Status " ***"
               NOT INVALID KEY
                   SET Hold-Maint-Ok TO TRUE
                   MOVE WS-Hold-Maint-StuID TO WS-Audit-StuID
                   MOVE "HLDREL"            TO WS-Audit-Action
                   MOVE HoldRecord          TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
           END-REWRITE.

       FIND-ACTIVE-HOLD-CODE.
      *>   is a hold of this code already active on the student? -
      *>   the sequence of the first one found is left in
      *>   WS-Hold-Maint-Seq, so an automatic placement never stacks
      *>   a second identical hold and a release knows which to take
           MOVE "N" TO WS-Hold-Active-SW.
           MOVE "N" TO WS-Hold-Maint-Scan-SW.
           MOVE WS-Hold-Maint-StuID TO HD-StuID.
           MOVE ZERO                TO HD-Seq.
           START HoldsFile KEY IS NOT LESS THAN HD-Key
               INVALID KEY
                   SET Hold-Maint-Scan-Done TO TRUE
           END-START.
           PERFORM UNTIL Hold-Maint-Scan-Done
               READ HoldsFile NEXT RECORD
                   AT END
                       SET Hold-Maint-Scan-Done TO TRUE
                   NOT AT END
                       IF HD-StuID NOT = WS-Hold-Maint-StuID
                           SET Hold-Maint-Scan-Done TO TRUE
                       ELSE
                           IF HD-Active-Hold
                              AND HD-Code = WS-Hold-Maint-Code
                               SET Hold-Code-Active TO TRUE
                               SET Hold-Maint-Scan-Done TO TRUE
                               MOVE HD-Seq TO WS-Hold-Maint-Seq
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       RELEASE-HOLDS-BY-CODE.
      *>   every active hold of the code comes off - the count
      *>   released is left in WS-Hold-Released-Count
           MOVE ZERO TO WS-Hold-Released-Count.
           PERFORM FIND-ACTIVE-HOLD-CODE.
           PERFORM UNTIL NOT Hold-Code-Active
               PERFORM RELEASE-STUDENT-HOLD
               IF Hold-Maint-Ok
                   ADD 1 TO WS-Hold-Released-Count
                   PERFORM FIND-ACTIVE-HOLD-CODE
               ELSE
                   MOVE "N" TO WS-Hold-Active-SW
               END-IF
           END-PERFORM.

       FIND-NEXT-HOLD-SEQ.
           MOVE ZERO TO WS-Next-Hold-Seq.
           MOVE "N"  TO WS-Hold-Maint-Scan-SW.
           MOVE WS-Hold-Maint-StuID TO HD-StuID.
           MOVE ZERO                TO HD-Seq.
           START HoldsFile KEY IS NOT LESS THAN HD-Key
               INVALID KEY
                   SET Hold-Maint-Scan-Done TO TRUE
           END-START.
           PERFORM UNTIL Hold-Maint-Scan-Done
               READ HoldsFile NEXT RECORD
                   AT END
                       SET Hold-Maint-Scan-Done TO TRUE
                   NOT AT END
                       IF HD-StuID = WS-Hold-Maint-StuID
                           IF HD-Seq > WS-Next-Hold-Seq
                               MOVE HD-Seq TO WS-Next-Hold-Seq
                           END-IF
                       ELSE
                           SET Hold-Maint-Scan-Done TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           ADD 1 TO WS-Next-Hold-Seq.
