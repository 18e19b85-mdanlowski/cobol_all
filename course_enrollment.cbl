      *             past-due balance: a registration-blocking hold
      *             refuses the add, named by its code. The balance
      *             test stays as the automatic financial hold.
      * 2026-10-15  A row graded "W" by a withdrawal no longer holds its
      *             seat in the section counts.
      * 2026-10-15  A closed term refuses enrollment outright - the
      *             late-add override no longer applies to it.
      * 2026-10-15  A student with an advisor on file must have that
      *             advisor's release for the term before an add is
      *             taken - refused the same way a coded hold refuses
      *             it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-enrollment.
       COPY WAITLIST-SEL.
       COPY TERM-SEL.
       COPY HOLD-SEL.
       COPY ADVISOR-SEL.
       COPY ADVREL-SEL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY WAITLIST-FD.
       COPY TERM-FD.
       COPY HOLD-FD.
       COPY ADVISOR-FD.
       COPY ADVREL-FD.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY TERM-WS.
       COPY HOLD-WS.
       COPY HOLD-CODES.
       COPY ADVISOR-WS.
       COPY ADVREL-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       COPY COURSE-CATALOG.
       COPY COURSE-WS.
       COPY GRADE-SCALE.
                IF Holds-Are-Open
                    CLOSE HoldsFile
                END-IF
                IF Advisors-Are-Open
                    CLOSE AdvisorFile
                END-IF
                IF Releases-Are-Open
                    CLOSE AdvReleaseFile
                END-IF
            END-IF.
            PERFORM DISPLAY-TRANSCRIPT
                VARYING Crs-Idx FROM 1 BY 1
               IF FS-Hold-OK
                   SET Holds-Are-Open TO TRUE
               END-IF
      *>       no advisor.dat means no one has an advisor yet, so no
      *>       one waits on an advising release
               MOVE "N" TO WS-Advisor-Open-SW
               OPEN INPUT AdvisorFile
               IF FS-Advisor-OK
                   SET Advisors-Are-Open TO TRUE
               END-IF
               MOVE "N" TO WS-AdvRel-Open-SW
               OPEN INPUT AdvReleaseFile
               IF FS-AdvRel-OK
                   SET Releases-Are-Open TO TRUE
               END-IF
               PERFORM OPEN-WAITLIST
      *>       a site that has not built the term master yet keeps
      *>       the old free-text behavior, loudly, until it does
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
               IF NOT Account-On-Hold
                   PERFORM CHECK-CODED-HOLDS
               END-IF
               IF NOT Account-On-Hold
                  AND NOT Registration-Blocked
                   PERFORM CHECK-ENROLL-ADVISING
               END-IF
               IF NOT Account-On-Hold
                  AND NOT Registration-Blocked
                   PERFORM CHECK-PREREQUISITE
                           " is not on the term master, "
                           "enrollment refused ***"
               NOT INVALID KEY
                   PERFORM CHECK-ENROLL-TERM-OPEN
           END-READ.

      *>   a closed term is frozen - no override lets a row into it
       CHECK-ENROLL-TERM-OPEN.
           IF TM-Closed-Term
               MOVE "N" TO WS-Term-Ok-SW
               DISPLAY "  *** term " WS-Enroll-Term " is closed, "
                       "enrollment refused ***"
               EXIT PARAGRAPH
           END-IF.
           IF WS-Today > TM-AddDrop-Deadline
               MOVE "N" TO WS-Term-Ok-SW
               DISPLAY "  *** the add/drop deadline for "
                       WS-Enroll-Term " has passed ***"
               PERFORM OFFER-DEADLINE-OVERRIDE
           END-IF.

       OFFER-DEADLINE-OVERRIDE.
           IF NOT Role-Supervisor
               DISPLAY "  (a supervisor can override a late add)"
                       "enrollment refused ***"
           END-IF.

       CHECK-ENROLL-ADVISING.
      *>   a student with an advisor needs the advisor's release for
      *>   the term - until then the add is refused just as a
      *>   registration-blocking hold refuses it
           MOVE WS-Enroll-StuID TO WS-Advising-StuID.
           MOVE WS-Enroll-Term  TO WS-Advising-Term.
           PERFORM CHECK-ADVISING-RELEASE.
           IF Advising-Not-Released
               SET Registration-Blocked TO TRUE
               DISPLAY "  *** StuID " WS-Enroll-StuID " has not been "
                       "released by advisor " WS-Advising-Advisor
                       " for " WS-Enroll-Term ", enrollment "
                       "refused ***"
           END-IF.

       CHECK-PREREQUISITE.
      *>   an enrollment is only taken when the student's own "E"
      *>   rows show the prerequisite course completed with a passing
                   course-grade(Crs-Idx).

       COPY HOLD-PROC.
       COPY ADVREL-PROC.
       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.
       COPY CATALOG-PROC.
       COPY FILESTAT-PROC.

