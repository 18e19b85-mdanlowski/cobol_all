      * Date:   2026-08-08
      * Purpose: education
      * Tectonics: cobc
      * 2026-10-15  Students with a directory privacy block in effect
      *             are left off the export and counted as withheld.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-csv-export.
       01  CsvRecord                   PIC X(100).

       WORKING-STORAGE SECTION.
       COPY PRIVACY-WS.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-Csv-Status               PIC XX      VALUE SPACES.
                        WS-File-Status " ***"
                MOVE 8 TO RETURN-CODE
            ELSE
      *>       the "P" rows sort after the masters, so the blocks
      *>       are loaded before the pass starts
                PERFORM LOAD-PRIVACY-BLOCKS
                OPEN OUTPUT CsvFile
                PERFORM WRITE-CSV-HEADER
                PERFORM UNTIL EndOfFile
                CLOSE CsvFile
                DISPLAY "  " WS-Export-Count " student(s) exported to "
                        "students.csv"
                DISPLAY "  " WS-Privacy-Withheld " student(s) withheld "
                        "under a directory privacy block"
            END-IF.
            STOP RUN.

           WRITE CsvRecord.

       WRITE-CSV-LINE.
      *>   the file goes outside the registrar's office - a student
      *>   with a directory privacy block is left off it entirely
           MOVE StuID TO WS-Privacy-StuID.
           PERFORM TEST-PRIVACY-FLAG.
           IF Privacy-Blocked
               ADD 1 TO WS-Privacy-Withheld
               EXIT PARAGRAPH
           END-IF.
           MOVE StuID          TO WS-Csv-Rec-StuID.
           MOVE StuName        TO WS-Csv-Rec-Name.
           MOVE StuSurname     TO WS-Csv-Rec-Surname.
           END-STRING.
           WRITE CsvRecord.

       COPY PRIVSCAN-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-csv-export.
