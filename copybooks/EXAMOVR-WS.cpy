      ******************************************************************
      * Shared working-storage for the exam-override master file.
      ******************************************************************
       01  WS-ExamOvr-Status        PIC XX      VALUE SPACES.
           88  FS-ExamOvr-OK                    VALUE "00".
           88  FS-ExamOvr-Not-Found             VALUE "23".
           88  FS-ExamOvr-File-Missing          VALUE "35".
