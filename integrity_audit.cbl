      * Date:   2026-08-23
      * Purpose: education
      * Tectonics: cobc
      * 2026-10-15  Immunization "I" rows are recognized in the full-
      *             file pass instead of being taken for the trailer.
      * 2026-10-15  Profile "P" rows are recognized in the full-file
      *             pass instead of being taken for the trailer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-integrity-audit.
                                        WS-Master-Flag(WS-Flag-Sub)
                                WHEN WS-Transfer-Record
                                    CONTINUE
                                WHEN WS-Immunization-Record
                                    CONTINUE
                                WHEN WS-Profile-Record
                                    CONTINUE
                                WHEN OTHER
                                    SET Trailer-Found TO TRUE
                                    MOVE WS-TR-Record-Count
