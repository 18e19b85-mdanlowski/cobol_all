      ******************************************************************
      * Shared final-exam week layout. COPY into WORKING-STORAGE of
      * any program that keys, schedules or prints final exams. Exam
      * week is the last five days of the term (day 1 through day 5,
      * ending on the term end date), each with the four exam periods
      * below in 24-hour time - twenty exam slots in all.
      ******************************************************************
       01  ExamPeriods-Values.
           02  FILLER              PIC X(8)    VALUE "08001000".
           02  FILLER              PIC X(8)    VALUE "10301230".
           02  FILLER              PIC X(8)    VALUE "13001500".
           02  FILLER              PIC X(8)    VALUE "15301730".

       01  ExamPeriods-Table REDEFINES ExamPeriods-Values.
           02  ExamPeriod-Entry OCCURS 4 TIMES.
               03  EP-Start            PIC 9(4).
               03  EP-End              PIC 9(4).

       01  Exam-Week-Days              PIC 9       VALUE 5.
       01  Exam-Day-Periods            PIC 9       VALUE 4.
