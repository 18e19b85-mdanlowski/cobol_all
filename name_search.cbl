      * 2026-09-01  Every master row shown in the hit list is written
      *             to the disclosure log (disclose.log) with the
      *             signed-on operator and the screen.
      * 2026-10-15  A student with a directory privacy block in effect
      *             is flagged CONFIDENTIAL under their line in the hit
      *             list.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-name-search.
       COPY OPERATOR-WS.
       COPY STUDENT-WS.
       COPY DISCLOG-WS.
       COPY PRIVACY-WS.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-More-Searches            PIC X       VALUE "Y".
                        WS-File-Status " ***"
                MOVE 8 TO RETURN-CODE
            ELSE
      *>       the hit list is an alternate-key browse, so the blocks
      *>       are loaded once up front rather than read per hit
                PERFORM LOAD-PRIVACY-BLOCKS
                PERFORM SEARCH-ONE-SURNAME
                    UNTIL NOT More-Searches
                CLOSE StudentsFile
                                       WS-Student-surname "  "
                                       WS-Student-dob "  "
                                       WS-Student-status
                               MOVE WS-Student-id
                                   TO WS-Privacy-StuID
                               PERFORM TEST-PRIVACY-FLAG
                               IF Privacy-Blocked
                                   DISPLAY "       *** CONFIDENTIAL -"
                                           " directory information "
                                           "blocked, do not release "
                                           "***"
                               END-IF
                               MOVE WS-Student-id
                                   TO WS-Disc-StuID
                               MOVE "NAMESRCH"
           ACCEPT WS-More-Searches.

       COPY DISCLOG-PROC.
       COPY PRIVSCAN-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-name-search.
