      *             more than once, only the latest graded attempt
      *             counts in the GPA shown - earlier attempts list
      *             with an EXCL mark, same as the transcript.
      * 2026-10-15  A CONFIDENTIAL banner heads the display of any
      *             student with a directory privacy block in effect.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-student-inquiry.
       COPY OPERATOR-WS.
       COPY STUDENT-WS.
       COPY DISCLOG-WS.
       COPY PRIVACY-WS.
       COPY ACCOUNT-WS.
       COPY COURSE-WS.
       COPY GRADE-SCALE.
           ACCEPT WS-More-Inquiries.

       DISPLAY-MASTER-FIELDS.
      *>   a blocked student's record is still the advisor's to see,
      *>   but nothing on it may be repeated to a caller - say so
      *>   before anything else is on the screen
           MOVE WS-Lookup-StuID TO WS-Privacy-StuID.
           PERFORM CHECK-PRIVACY-BLOCK.
           IF Privacy-Blocked
               DISPLAY "  ****************************************"
                       "**********"
               DISPLAY "  *** CONFIDENTIAL - DIRECTORY PRIVACY BLOCK "
                       "***"
               DISPLAY "  *** do not confirm or release any of this "
                       "student's information ***"
               DISPLAY "  ****************************************"
                       "**********"
           END-IF.
           DISPLAY "  StuID:   " WS-Student-id
                   "   Status: " WS-Student-status.
           DISPLAY "  Name:    " WS-Student-name
           END-READ.

       COPY DISCLOG-PROC.
       COPY PRIVACY-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-student-inquiry.
