           MOVE WS-Disc-StuID      TO DLR-StuID.
           MOVE WS-Operator-ID     TO DLR-Operator.
           MOVE WS-Disc-Screen     TO DLR-Screen.
           MOVE WS-Disc-Reason     TO DLR-Reason.
           WRITE DiscLogRecord.
           CLOSE DiscLogFile.
           MOVE SPACES             TO WS-Disc-Reason.
