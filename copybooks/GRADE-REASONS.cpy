      ******************************************************************
      * Shared grade-change reason codes: every reason a posted grade
      * may be changed for, and its description. COPY into
      * WORKING-STORAGE of any program that changes a grade or
      * reports on grade changes. Entries are held in ascending
      * GR-Code order so the table can be searched with SEARCH ALL.
      ******************************************************************
       01  GradeReasons-Values.
           02  FILLER              PIC X(4)    VALUE "ADMN".
           02  FILLER              PIC X(20)   VALUE "ADMINISTRATIVE".
           02  FILLER              PIC X(4)    VALUE "APPL".
           02  FILLER              PIC X(20)   VALUE "GRADE APPEAL".
           02  FILLER              PIC X(4)    VALUE "CALC".
           02  FILLER              PIC X(20)
                                       VALUE "CALCULATION ERROR".
           02  FILLER              PIC X(4)    VALUE "INCR".
           02  FILLER              PIC X(20)
                                       VALUE "INCOMPLETE RESOLVED".
           02  FILLER              PIC X(4)    VALUE "RECD".
           02  FILLER              PIC X(20)   VALUE "RECORDING ERROR".

       01  GradeReasons-Table REDEFINES GradeReasons-Values.
           02  GradeReasons-Entry OCCURS 5 TIMES
                       ASCENDING KEY IS GR-Code
                       INDEXED BY GR-Idx.
               03  GR-Code             PIC X(4).
               03  GR-Description      PIC X(20).
