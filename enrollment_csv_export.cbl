      * Tectonics: cobc
      * 2026-09-01  The export carries each row's section number now
      *             that enrollments are per section.
      * 2026-10-15  Enrollments of students with a directory privacy
      *             block in effect are left off the export and counted
      *             as withheld.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-enroll-export.

       WORKING-STORAGE SECTION.
       COPY STUDENT-WS.
       COPY PRIVACY-WS.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-Csv-Status               PIC XX      VALUE SPACES.
                        WS-File-Status " ***"
                MOVE 8 TO RETURN-CODE
            ELSE
      *>       the "P" rows sort after the "E" and "M" rows, so the
      *>       blocks are loaded before the pass starts
                PERFORM LOAD-PRIVACY-BLOCKS
                PERFORM UNTIL EndOfFile
                    READ StudentsFile NEXT RECORD
                        INTO WS-Student
                CLOSE CsvFile
                DISPLAY "  " WS-Export-Count " enrollment(s) "
                        "exported to enrollments.csv"
                DISPLAY "  " WS-Privacy-Withheld " enrollment(s) "
                        "withheld under a directory privacy block"
                IF Enr-Table-Overflowed
                    DISPLAY "  *** EXPORT INCOMPLETE: more than "
                            "2000 enrollment rows on file - rows "
           WRITE CsvRecord.

       WRITE-ONE-CSV-LINE.
      *>   a student with a directory privacy block is left off the
      *>   file altogether, every row of theirs
           MOVE ENR-StuID(WS-Enr-Sub) TO WS-Privacy-StuID.
           PERFORM TEST-PRIVACY-FLAG.
           IF Privacy-Blocked
               ADD 1 TO WS-Privacy-Withheld
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-Name-Sub = ENR-StuID(WS-Enr-Sub) + 1.
           MOVE ENR-StuID(WS-Enr-Sub)        TO WS-Csv-Rec-StuID.
           MOVE NAM-Name(WS-Name-Sub)        TO WS-Csv-Rec-Name.
           END-STRING.
           WRITE CsvRecord.

       COPY PRIVSCAN-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-enroll-export.
