      *             re-reading the last I-O status - one student
      *             with no account row no longer waves every later
      *             row past the past-due and coded-hold edits.
      * 2026-10-15  A row graded "W" by a withdrawal no longer holds its
      *             seat in the section counts.
      * 2026-10-15  A row for a closed term is rejected with its own
      *             reason code, 9038, apart from a late add.
      * 2026-10-15  A row for a student with an advisor but no advising
      *             release for the term is rejected, reason 9039.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-reg-load.
       COPY WAITLIST-SEL.
       COPY TERM-SEL.
       COPY HOLD-SEL.
       COPY ADVISOR-SEL.
       COPY ADVREL-SEL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.

       COPY WAITLIST-FD.
       COPY TERM-FD.
       COPY HOLD-FD.
       COPY ADVISOR-FD.
       COPY ADVREL-FD.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.

       COPY TERM-WS.
       COPY HOLD-WS.
       COPY HOLD-CODES.
       COPY ADVISOR-WS.
       COPY ADVREL-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       COPY COURSE-CATALOG.
           IF FS-Hold-OK
               SET Holds-Are-Open TO TRUE
           END-IF.
           MOVE "N" TO WS-Advisor-Open-SW.
           OPEN INPUT AdvisorFile.
           IF FS-Advisor-OK
               SET Advisors-Are-Open TO TRUE
           END-IF.
           MOVE "N" TO WS-AdvRel-Open-SW.
           OPEN INPUT AdvReleaseFile.
           IF FS-AdvRel-OK
               SET Releases-Are-Open TO TRUE
           END-IF.
           OPEN I-O WaitlistFile.
           IF FS-Waitlist-File-Missing
               OPEN OUTPUT WaitlistFile
           IF Holds-Are-Open
               CLOSE HoldsFile
           END-IF.
           IF Advisors-Are-Open
               CLOSE AdvisorFile
           END-IF.
           IF Releases-Are-Open
               CLOSE AdvReleaseFile
           END-IF.

       SEED-SECTION-COUNTS.
      *>   tally every "E" row already on file against its catalog
                   AT END
                       SET Scan-Done TO TRUE
                   NOT AT END
      *>               a "W" row stays on the transcript but the
      *>               student has left the section - the seat is free
                       IF WS-Enrollment-Record
                          AND WS-Catalog-Count > ZERO
                          AND WS-ED-Grade NOT = "W"
                           SEARCH ALL CourseCatalog-Entry
                               AT END
                                   CONTINUE
               PERFORM REJECT-THIS-ROW
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CSV-StuID-N TO WS-Advising-StuID.
           MOVE WS-CSV-Term    TO WS-Advising-Term.
           PERFORM CHECK-ADVISING-RELEASE.
           IF Advising-Not-Released
               MOVE "AR-Key" TO WS-ErrLog-Field
               MOVE "9039"   TO WS-ErrLog-Reason-Code
               MOVE SPACES   TO WS-ErrLog-Text
               STRING "not released by advisor "
                      WS-Advising-Advisor
                   DELIMITED BY SIZE
                   INTO WS-ErrLog-Text
               END-STRING
               PERFORM REJECT-THIS-ROW
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-PREREQUISITE.
           IF NOT Prereq-Met
               MOVE "CF-Prereq-Code" TO WS-ErrLog-Field
                   MOVE "term not on the term master"
                       TO WS-ErrLog-Text
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN TM-Closed-Term
                           MOVE "N" TO WS-Term-Ok-SW
                           MOVE "TM-Status" TO WS-ErrLog-Field
                           MOVE "9038" TO WS-ErrLog-Reason-Code
                           MOVE "term is closed"
                               TO WS-ErrLog-Text
                       WHEN WS-Today > TM-AddDrop-Deadline
                           MOVE "N" TO WS-Term-Ok-SW
                           MOVE "TM-AddDrop-Deadline"
                               TO WS-ErrLog-Field
                           MOVE "9015" TO WS-ErrLog-Reason-Code
                           MOVE "past the add/drop deadline"
                               TO WS-ErrLog-Text
                   END-EVALUATE
           END-READ.

       CHECK-ACCOUNT-HOLD.
           END-IF.

       COPY HOLD-PROC.
       COPY ADVREL-PROC.
       COPY CATALOG-PROC.
       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.
