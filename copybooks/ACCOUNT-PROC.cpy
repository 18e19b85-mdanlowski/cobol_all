      * transaction row under the student's account and keeps the
      * running balance on the summary row (sequence 000) current, so
      * "what does this student owe" is one keyed READ anywhere in the
      * system. A charge, refund-check disbursement, returned-
      * payment reversal or return of aid to its fund raises the
      * balance; a payment, refund credit, financial-aid
      * disbursement or bad-debt write-off lowers it.
      ******************************************************************
       POST-ACCOUNT-TRANSACTION.
           MOVE "N" TO WS-Post-Ok-SW.
           MOVE WS-Post-Amount     TO AC-Amount.
           MOVE ZERO               TO AC-Balance.
           MOVE WS-Post-Reference  TO AC-Reference.
           MOVE ZERO               TO AC-GL-Extracted-Seq.
           MOVE "N"                TO AC-Late-Fee-SW.
           MOVE SPACE              TO AC-Collect-Status.
           MOVE "N"                TO AC-Returned-SW.
           MOVE "N"                TO AC-No-Checks-SW.
           MOVE WS-Post-Tender     TO AC-Tender-Type.
           MOVE SPACE              TO WS-Post-Tender.
           WRITE AccountRecord
               INVALID KEY
                   DISPLAY "  *** unable to post to account "
                   MOVE ZERO          TO AC-Amount
                   MOVE ZERO          TO AC-Balance
                   MOVE SPACES        TO AC-Reference
                   MOVE ZERO          TO AC-GL-Extracted-Seq
                   MOVE "N"           TO AC-Late-Fee-SW
                   MOVE SPACE         TO AC-Collect-Status
                   MOVE "N"           TO AC-Returned-SW
                   MOVE "N"           TO AC-No-Checks-SW
                   MOVE SPACE         TO AC-Tender-Type
                   WRITE AccountRecord
                       INVALID KEY
                           DISPLAY "  *** unable to open account for "
               NOT INVALID KEY
                   IF WS-Post-Tran-Type = "C"
                      OR WS-Post-Tran-Type = "D"
                      OR WS-Post-Tran-Type = "N"
                      OR WS-Post-Tran-Type = "F"
                       ADD WS-Post-Amount TO AC-Balance
                   ELSE
                       SUBTRACT WS-Post-Amount FROM AC-Balance
