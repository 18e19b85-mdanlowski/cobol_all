      ******************************************************************
      * Shared email-delivery paragraphs. COPY into the PROCEDURE
      * DIVISION of any run that also COPYs STUDENT, EMAIL-SEL,
      * EMAIL-FD and EMAIL-WS, with StudentsFile open DYNAMIC and
      * EmailFile open EXTEND. A student is emailed only when their
      * "P" row says "E" and carries an address - no row, a paper
      * preference or a bounced address all mean paper.
      *
      * CHECK-EMAIL-DELIVERY reads the "P" row by key into the FD
      * buffer, not WS-Student, so the master the caller holds is
      * safe; a caller in the middle of a sequential pass has to
      * reposition afterwards.
      ******************************************************************
       CHECK-EMAIL-DELIVERY.
           MOVE "N"    TO WS-Email-Deliver-SW.
           MOVE SPACES TO WS-Email-Address.
           SET SF-Profile-Record TO TRUE.
           MOVE WS-Email-StuID TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           READ StudentsFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF PF-Deliver-Email AND PF-Email NOT = SPACES
                       SET Deliver-By-Email TO TRUE
                       MOVE PF-Email TO WS-Email-Address
                   END-IF
           END-READ.

       START-EMAIL-MESSAGE.
           MOVE SPACES           TO EmailHeaderRecord.
           MOVE "H"              TO EMH-Rec-Type.
           MOVE WS-Email-StuID   TO EMH-StuID.
           MOVE WS-Email-Address TO EMH-Address.
           MOVE WS-Email-Subject TO EMH-Subject.
           WRITE EmailHeaderRecord.

       WRITE-EMAIL-LINE.
           MOVE SPACES         TO EmailBodyRecord.
           MOVE "B"            TO EMB-Rec-Type.
           MOVE WS-Email-StuID TO EMB-StuID.
           MOVE WS-Email-Text  TO EMB-Text.
           WRITE EmailBodyRecord.

       END-EMAIL-MESSAGE.
           MOVE SPACES         TO EmailBodyRecord.
           MOVE "E"            TO EMB-Rec-Type.
           MOVE WS-Email-StuID TO EMB-StuID.
           WRITE EmailBodyRecord.
           ADD 1 TO WS-Emailed-Count.
