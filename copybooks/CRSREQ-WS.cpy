      ******************************************************************
      * Shared working-storage for the course-request file.
      ******************************************************************
       01  WS-CrsReq-Status         PIC XX      VALUE SPACES.
           88  FS-CrsReq-OK                     VALUE "00".
           88  FS-CrsReq-Not-Found              VALUE "23".
           88  FS-CrsReq-File-Missing           VALUE "35".
