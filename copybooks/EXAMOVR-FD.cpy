      ******************************************************************
      * Shared exam-override master record layout. COPY into FILE
      * SECTION as the FD for ExamOverrideFile, paired with
      * EXAMOVR-SEL and EXAMOVR-WS. One record per term and course
      * that sits a common final: every section of the course takes
      * the exam in the day and period given here instead of the
      * slot its own meeting pattern would give it. Day is 1-5 of
      * exam week, period 1-4 as laid out in EXAM-PERIODS.
      ******************************************************************
       FD  ExamOverrideFile.
       01  ExamOverrideRecord.
           02  EO-Key.
               03  EO-Term             PIC X(6).
               03  EO-Course-Code      PIC X(6).
           02  EO-Exam-Day             PIC 9.
           02  EO-Exam-Period          PIC 9.
           02  FILLER                  PIC X(10).
