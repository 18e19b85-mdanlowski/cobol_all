      ******************************************************************
      * Shared working-storage for the Clearinghouse last-sent file.
      ******************************************************************
       01  WS-Nsc-Sent-Status       PIC XX      VALUE SPACES.
           88  FS-Nsc-Sent-OK                   VALUE "00".
           88  FS-Nsc-Sent-Not-Found            VALUE "23".
           88  FS-Nsc-Sent-File-Missing         VALUE "35".
