      * Date:   2026-08-23
      * Purpose: education
      * Tectonics: cobc
      * 2026-10-15  Restore verification recognizes immunization "I"
      *             rows instead of taking them for the trailer.
      * 2026-10-15  Restore verification recognizes profile "P" rows
      *             instead of taking them for the trailer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-archive-util.
                               CONTINUE
                           WHEN WS-Transfer-Record
                               CONTINUE
                           WHEN WS-Immunization-Record
                               CONTINUE
                           WHEN WS-Profile-Record
                               CONTINUE
                           WHEN OTHER
                               SET Trailer-Found TO TRUE
                               MOVE WS-TR-Record-Count
