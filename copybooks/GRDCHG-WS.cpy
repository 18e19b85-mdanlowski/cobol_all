      ******************************************************************
      * Shared working-storage for the grade-change log. The writer
      * OPENs EXTEND (OUTPUT the first time, when there is no log
      * yet); the report reads it INPUT.
      ******************************************************************
       01  WS-GradeChg-Status       PIC XX      VALUE SPACES.
           88  FS-GradeChg-OK                   VALUE "00".
           88  FS-GradeChg-File-Missing         VALUE "35".
       01  WS-GradeChg-Stamp.
           02  WS-GradeChg-Date     PIC 9(8)    VALUE ZERO.
           02  WS-GradeChg-Time     PIC 9(8)    VALUE ZERO.
