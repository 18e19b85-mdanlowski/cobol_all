      * Date:   2026-09-01
      * Purpose: education
      * Tectonics: cobc
      * 2026-10-15  The reason given for a privacy-block override is
      *             shown with its entry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-disclosure-inq.
                DISPLAY "  no disclosure log on file yet."
                GOBACK
            END-IF.
            DISPLAY "TIMESTAMP        STUID  OPERATOR  SCREEN      "
                    "OVERRIDE REASON".
            PERFORM UNTIL EndOfDiscLog
                READ DiscLogFile
                    AT END
           END-IF.
           ADD 1 TO WS-Shown-Count.
           DISPLAY DLR-Timestamp " " DLR-StuID "  " DLR-Operator
                   "  " DLR-Screen "  " DLR-Reason.

       END PROGRAM md-basics-disclosure-inq.
