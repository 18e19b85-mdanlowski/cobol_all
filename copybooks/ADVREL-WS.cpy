      ******************************************************************
      * Shared working-storage for the advising-release file and the
      * release check in ADVREL-PROC. The caller opens AdvisorFile
      * and AdvReleaseFile (INPUT is enough for checking) and sets
      * their open switches, sets WS-Advising-StuID and
      * WS-Advising-Term, PERFORMs CHECK-ADVISING-RELEASE and tests
      * Advising-Not-Released; WS-Advising-Advisor names the advisor
      * who has to grant it.
      ******************************************************************
       01  WS-AdvRel-Status         PIC XX      VALUE SPACES.
           88  FS-AdvRel-OK                     VALUE "00".
           88  FS-AdvRel-Not-Found              VALUE "23".
           88  FS-AdvRel-File-Missing           VALUE "35".
       01  WS-AdvRel-Open-SW        PIC X       VALUE "N".
           88  Releases-Are-Open                VALUE "Y".
       01  WS-Advising-StuID        PIC 9(5)    VALUE ZERO.
       01  WS-Advising-Term         PIC X(6)    VALUE SPACES.
       01  WS-Advising-Advisor      PIC X(5)    VALUE SPACES.
       01  WS-Advising-Block-SW     PIC X       VALUE "N".
           88  Advising-Not-Released            VALUE "Y".
