      ******************************************************************
      * Shared working-storage for the disclosure-log routine in
      * DISCLOG-PROC. The caller sets WS-Disc-StuID and
      * WS-Disc-Screen, then PERFORMs DISCLOSURE-LOG-WRITE. A caller
      * that overrode a privacy block sets WS-Disc-Reason as well; the
      * write clears it again so the next entry starts blank.
      ******************************************************************
       01  WS-DiscLog-Status        PIC XX      VALUE SPACES.
           88  FS-DiscLog-OK                    VALUE "00".
           02  WS-Disc-Time         PIC 9(8)    VALUE ZERO.
       01  WS-Disc-StuID            PIC 9(5)    VALUE ZERO.
       01  WS-Disc-Screen           PIC X(10)   VALUE SPACES.
       01  WS-Disc-Reason           PIC X(30)   VALUE SPACES.
