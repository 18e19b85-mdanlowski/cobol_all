      ******************************************************************
      * Shared working-storage for the directory-privacy routines in
      * PRIVACY-PROC and PRIVSCAN-PROC. A program looking at one
      * student sets WS-Privacy-StuID, PERFORMs CHECK-PRIVACY-BLOCK
      * and tests Privacy-Blocked. A program passing over the whole
      * file PERFORMs LOAD-PRIVACY-BLOCKS once after the OPEN, then
      * sets WS-Privacy-StuID and PERFORMs TEST-PRIVACY-FLAG per
      * student.
      ******************************************************************
       01  WS-Privacy-StuID         PIC 9(5)    VALUE ZERO.
       01  WS-Privacy-Block-SW      PIC X       VALUE "N".
           88  Privacy-Blocked                  VALUE "Y".
       01  WS-Privacy-Today         PIC 9(8)    VALUE ZERO.
      *>   one flag per StuID, filled off the "P" rows by
      *>   LOAD-PRIVACY-BLOCKS - "Y" where a block is in effect today
       01  WS-Privacy-Table.
           02  WS-Privacy-Flag      PIC X       VALUE "N"
                                     OCCURS 100000 TIMES.
       01  WS-Privacy-Sub           PIC 9(6)    VALUE ZERO.
       01  WS-Privacy-Scan-SW       PIC X       VALUE "N".
           88  Privacy-Scan-Done                VALUE "Y".
      *>   an operator who discloses a blocked student anyway has to
      *>   say why - OVERRIDE-PRIVACY-BLOCK collects the reason and
      *>   hands it to the disclosure log through WS-Disc-Reason
       01  WS-Privacy-Override-SW   PIC X       VALUE "N".
           88  Privacy-Overridden               VALUE "Y".
       01  WS-Privacy-Answer        PIC X       VALUE SPACE.
           88  Privacy-Answer-Yes               VALUE "Y", "y".
       01  WS-Privacy-Reason        PIC X(30)   VALUE SPACES.
      *>   students left off a public-facing output, for its totals
       01  WS-Privacy-Withheld      PIC 9(5)    VALUE ZERO.
