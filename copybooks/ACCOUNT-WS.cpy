      * sets WS-Post-StuID, WS-Post-Tran-Type, WS-Post-Amount and
      * WS-Post-Reference, then PERFORMs POST-ACCOUNT-TRANSACTION and
      * tests Post-Ok. The running balance after the posting is left
      * in WS-Posted-Balance. A payment may also set WS-Post-Tender
      * (cash "C", check "K", card "R"); it is cleared after every
      * posting so it never carries over to the next one.
      ******************************************************************
       01  WS-Account-Status        PIC XX      VALUE SPACES.
           88  FS-Account-OK                    VALUE "00".
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Posted-Balance==
                               ==MONEY-PIC== BY ==S9(7)V99==.
       01  WS-Post-Reference        PIC X(12)   VALUE SPACES.
       01  WS-Post-Tender           PIC X       VALUE SPACE.
       01  WS-Post-Date             PIC 9(8)    VALUE ZERO.
       01  WS-Post-Ok-SW            PIC X       VALUE "N".
           88  Post-Ok                          VALUE "Y".
