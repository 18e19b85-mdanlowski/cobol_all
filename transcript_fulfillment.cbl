      *             now: transfer credit prints in its own section
      *             and a record past 20 courses is flagged as
      *             incomplete instead of silently shortened.
      * 2026-10-15  A transcript fee paid by a check the bank returned
      *             no longer counts as paid.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-transcript-fill.
                   NOT AT END
                       IF AC-StuID = WS-This-StuID
                           IF AC-Payment
                              AND NOT AC-Payment-Returned
                              AND AC-Reference = WS-This-Reference
                               SET Fee-Payment-Found TO TRUE
                           END-IF
