      ******************************************************************
      * Shared outbound email batch record layout. COPY into FILE
      * SECTION as the FD for EmailFile, paired with EMAIL-SEL and
      * EMAIL-WS. One message is an "H" header record (address and
      * subject), one "B" record per line of the body, and a closing
      * "E" record; every record carries the StuID, which the mail
      * server echoes back on a bounce.
      ******************************************************************
       FD  EmailFile.
       01  EmailHeaderRecord.
           02  EMH-Rec-Type            PIC X.
               88  EMH-Is-Header                   VALUE "H".
           02  EMH-StuID               PIC 9(5).
           02  EMH-Address             PIC X(50).
           02  EMH-Subject             PIC X(50).
       01  EmailBodyRecord.
           02  EMB-Rec-Type            PIC X.
               88  EMB-Is-Body                     VALUE "B".
               88  EMB-Is-End                      VALUE "E".
           02  EMB-StuID               PIC 9(5).
           02  EMB-Text                PIC X(100).
