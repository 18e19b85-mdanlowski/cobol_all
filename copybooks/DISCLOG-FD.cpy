      * DISCLOG-WS. One entry per record viewed or document produced:
      * when, whose record, who was at the keyboard (OPERATOR-WS),
      * and which screen - everything a records-disclosure request
      * asks for. DLR-Reason is blank on an ordinary entry and carries
      * the operator's stated reason when a directory-privacy block
      * was overridden to make the disclosure.
      ******************************************************************
       FD  DiscLogFile.
       01  DiscLogRecord.
           02  DLR-Operator        PIC X(8).
           02  FILLER              PIC X       VALUE SPACE.
           02  DLR-Screen          PIC X(10).
           02  FILLER              PIC X       VALUE SPACE.
           02  DLR-Reason          PIC X(30).
