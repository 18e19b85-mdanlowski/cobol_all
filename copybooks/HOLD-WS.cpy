      * Shared working-storage for the holds file and the hold-check
      * routine in HOLD-PROC. The caller opens HoldsFile (INPUT is
      * enough for checking), sets WS-Hold-Check-StuID, PERFORMs
      * SCAN-STUDENT-HOLDS, and tests Registration-Blocked,
      * Transcript-Blocked and Aid-Blocked.
      ******************************************************************
       01  WS-Hold-Status           PIC XX      VALUE SPACES.
           88  FS-Hold-OK                       VALUE "00".
           88  Registration-Blocked             VALUE "Y".
       01  WS-Trn-Block-SW          PIC X       VALUE "N".
           88  Transcript-Blocked               VALUE "Y".
       01  WS-Aid-Block-SW          PIC X       VALUE "N".
           88  Aid-Blocked                      VALUE "Y".
       01  WS-Blocking-Hold-Code    PIC X(4)    VALUE SPACES.
       01  WS-Hold-Scan-Done-SW     PIC X       VALUE "N".
           88  Hold-Scan-Done                   VALUE "Y".
       01  WS-Hold-Code-Sub         PIC 9       VALUE ZERO.
      *>   placing and releasing through HOLDMNT-PROC: the caller
      *>   opens HoldsFile I-O, sets WS-Hold-Maint-StuID and either
      *>   WS-Hold-Maint-Code (place, find, release by code) or
      *>   WS-Hold-Maint-Seq (release one hold), PERFORMs the
      *>   paragraph and tests Hold-Maint-Ok / Hold-Code-Active
       01  WS-Hold-Maint-StuID      PIC 9(5)    VALUE ZERO.
       01  WS-Hold-Maint-Code       PIC X(4)    VALUE SPACES.
       01  WS-Hold-Maint-Seq        PIC 999     VALUE ZERO.
       01  WS-Hold-Maint-Date       PIC 9(8)    VALUE ZERO.
       01  WS-Next-Hold-Seq         PIC 999     VALUE ZERO.
       01  WS-Hold-Released-Count   PIC 999     VALUE ZERO.
       01  WS-Hold-Maint-Ok-SW      PIC X       VALUE "N".
           88  Hold-Maint-Ok                    VALUE "Y".
       01  WS-Hold-Active-SW        PIC X       VALUE "N".
           88  Hold-Code-Active                 VALUE "Y".
       01  WS-Hold-Maint-Scan-SW    PIC X       VALUE "N".
           88  Hold-Maint-Scan-Done             VALUE "Y".
