      ******************************************************************
      * Shared working-storage for the email-delivery routines in
      * EMAIL-PROC. The caller sets WS-Email-StuID and PERFORMs
      * CHECK-EMAIL-DELIVERY; when Deliver-By-Email comes back on it
      * sets WS-Email-Subject, PERFORMs START-EMAIL-MESSAGE, hands each
      * body line over in WS-Email-Text through WRITE-EMAIL-LINE, and
      * finishes with END-EMAIL-MESSAGE.
      ******************************************************************
       01  WS-Email-Status          PIC XX      VALUE SPACES.
           88  FS-Email-OK                      VALUE "00".
       01  WS-Email-StuID           PIC 9(5)    VALUE ZERO.
       01  WS-Email-Address         PIC X(50)   VALUE SPACES.
       01  WS-Email-Subject         PIC X(50)   VALUE SPACES.
       01  WS-Email-Text            PIC X(100)  VALUE SPACES.
       01  WS-Email-Deliver-SW      PIC X       VALUE "N".
           88  Deliver-By-Email                 VALUE "Y".
       01  WS-Emailed-Count         PIC 9(5)    VALUE ZERO.
