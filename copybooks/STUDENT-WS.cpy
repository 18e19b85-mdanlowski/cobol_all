               88  WS-Enrollment-Record            VALUE "E".
               88  WS-Contact-Record               VALUE "C".
               88  WS-Transfer-Record              VALUE "X".
               88  WS-Immunization-Record          VALUE "I".
               88  WS-Profile-Record               VALUE "P".
           02  WS-Student-id           PIC 9(5).
           02  WS-Student-Seq          PIC 999     VALUE ZERO.
           02  WS-Student-name         PIC A(20).
           02  WS-XD-Credit-Hours      PIC 9V9.
           02  FILLER                  PIC X(91).

       01  WS-Immunization-Detail REDEFINES WS-Student.
           02  WS-IM-Record-Type       PIC X.
           02  WS-IM-StuID             PIC 9(5).
           02  WS-IM-Seq               PIC 999.
           02  WS-IM-Vaccine-Code      PIC X(6).
           02  WS-IM-Date-Given        PIC 9(8).
           02  WS-IM-Exemption-Code    PIC X(2).
               88  WS-IM-Valid-Exemption           VALUES "MD", "RL".
           02  WS-IM-Entered-By        PIC X(8).
           02  WS-IM-Entered-Date      PIC 9(8).
           02  FILLER                  PIC X(87).

       01  WS-Profile-Detail REDEFINES WS-Student.
           02  WS-PF-Record-Type       PIC X.
           02  WS-PF-StuID             PIC 9(5).
           02  WS-PF-Seq               PIC 999.
           02  WS-PF-Privacy-Block     PIC X.
               88  WS-PF-Directory-Blocked         VALUE "Y".
           02  WS-PF-Privacy-Eff-Date  PIC 9(8).
           02  WS-PF-Privacy-Set-By    PIC X(8).
           02  WS-PF-Email             PIC X(50).
           02  WS-PF-Delivery-Pref     PIC X.
               88  WS-PF-Deliver-Email             VALUE "E".
               88  WS-PF-Deliver-Paper             VALUE "P", SPACE.
           02  WS-PF-Email-Bounce-Date PIC 9(8).
           02  FILLER                  PIC X(43).

       01  WS-Trailer-Record REDEFINES WS-Student.
           02  WS-TR-Record-Type       PIC X.
           02  WS-TR-StuID             PIC 9(5).
