      ******************************************************************
      * Shared advising-release check. COPY into the PROCEDURE
      * DIVISION of any program that also COPYs ADVISOR-SEL/FD/WS and
      * ADVREL-SEL/FD/WS. A student with an advisor on file may not
      * register for a term until that advisor has released them for
      * it; a student with no advisor assigned (or no assignment
      * file at all) is not held up here.
      ******************************************************************
       CHECK-ADVISING-RELEASE.
           MOVE "N"    TO WS-Advising-Block-SW.
           MOVE SPACES TO WS-Advising-Advisor.
           IF NOT Advisors-Are-Open
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Advising-StuID TO AV-StuID.
           READ AdvisorFile
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE AV-Advisor-ID TO WS-Advising-Advisor.
           SET Advising-Not-Released TO TRUE.
           IF NOT Releases-Are-Open
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Advising-StuID TO AR-StuID.
           MOVE WS-Advising-Term  TO AR-Term.
           READ AdvReleaseFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-Advising-Block-SW
           END-READ.
