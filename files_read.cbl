      *             routes bad records to suspense.dat with the master
      *             marked "S" instead of offering a live patch; any
      *             other mode keeps the interactive behavior.
      * 2026-10-15  Immunization "I" rows are listed as detail rows
      *             instead of being taken for the trailer.
      * 2026-10-15  Profile "P" rows are listed as detail rows instead
      *             of being taken for the trailer.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-file-read.
                                   DISPLAY
                                       "  transfer credit for StuID "
                                       WS-Student-id
                               WHEN WS-Immunization-Record
                                   DISPLAY
                                       "  immunization for StuID "
                                       WS-Student-id
                               WHEN WS-Profile-Record
                                   DISPLAY
                                       "  profile row for StuID "
                                       WS-Student-id
                               WHEN OTHER
                                   SET Trailer-Found TO TRUE
                                   MOVE WS-TR-Record-Count
