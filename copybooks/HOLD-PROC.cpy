      * HOLD-CODES. Scans the student's active holds and leaves the
      * Registration-Blocked / Transcript-Blocked conditions set,
      * with the first blocking code in WS-Blocking-Hold-Code so the
      * refusal can name it. Aid-Blocked is set alongside for the
      * disbursement batch; it never claims WS-Blocking-Hold-Code,
      * so an aid-only hold cannot be named as the reason a
      * registration or transcript was refused.
      ******************************************************************
       SCAN-STUDENT-HOLDS.
           MOVE "N"    TO WS-Reg-Block-SW.
           MOVE "N"    TO WS-Trn-Block-SW.
           MOVE "N"    TO WS-Aid-Block-SW.
           MOVE SPACES TO WS-Blocking-Hold-Code.
           MOVE "N"    TO WS-Hold-Scan-Done-SW.
           MOVE WS-Hold-Check-StuID TO HD-StuID.
                           MOVE HD-Code TO WS-Blocking-Hold-Code
                       END-IF
                   END-IF
                   IF HC-Blocks-Aid-Disbursement(HC-Idx)
                       SET Aid-Blocked TO TRUE
                   END-IF
           END-SEARCH.
