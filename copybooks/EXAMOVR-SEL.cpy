      ******************************************************************
      * Shared exam-override master SELECT. COPY into FILE-CONTROL of
      * any program that keeps or schedules final exams.
      ******************************************************************
           SELECT  ExamOverrideFile ASSIGN TO "examovr.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EO-Key
                   FILE STATUS IS WS-ExamOvr-Status.
