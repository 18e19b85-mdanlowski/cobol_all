      ******************************************************************
      * Shared working-storage for the nightly enrollment extract and
      * the reader paragraphs in ENRLEXT-PROC. WS-EnrlExt-File-Info is
      * the file-detail area the runtime fills for students.dat; the
      * stamp built from it is what the extract header is compared
      * against.
      ******************************************************************
       01  WS-EnrlExt-Status        PIC XX      VALUE SPACES.
           88  FS-EnrlExt-OK                    VALUE "00".
           88  FS-EnrlExt-File-Missing          VALUE "35".
       01  WS-EnrlExt-File-Name     PIC X(30)   VALUE "enrlext.dat".
       01  WS-EnrlExt-Source-Name   PIC X(30)   VALUE "students.dat".
       01  WS-EnrlExt-Call-Status   PIC S9(9)   COMP-5 VALUE ZERO.
       01  WS-EnrlExt-File-Info.
           02  WS-EnrlExt-Info-Size PIC X(8)    COMP-X.
           02  WS-EnrlExt-Info-Day  PIC X       COMP-X.
           02  WS-EnrlExt-Info-Mon  PIC X       COMP-X.
           02  WS-EnrlExt-Info-Year PIC XX      COMP-X.
           02  WS-EnrlExt-Info-Hour PIC X       COMP-X.
           02  WS-EnrlExt-Info-Min  PIC X       COMP-X.
           02  WS-EnrlExt-Info-Sec  PIC X       COMP-X.
           02  WS-EnrlExt-Info-Hund PIC X       COMP-X.
       01  WS-EnrlExt-Stamp.
           02  WS-EnrlExt-Size      PIC 9(18)   VALUE ZERO.
           02  WS-EnrlExt-Date.
               03  WS-EnrlExt-Yr    PIC 9(4)    VALUE ZERO.
               03  WS-EnrlExt-Mon   PIC 99      VALUE ZERO.
               03  WS-EnrlExt-Day   PIC 99      VALUE ZERO.
           02  WS-EnrlExt-Time.
               03  WS-EnrlExt-Hour  PIC 99      VALUE ZERO.
               03  WS-EnrlExt-Min   PIC 99      VALUE ZERO.
               03  WS-EnrlExt-Sec   PIC 99      VALUE ZERO.
               03  WS-EnrlExt-Hund  PIC 99      VALUE ZERO.
       01  WS-EnrlExt-Current-SW    PIC X       VALUE "N".
           88  EnrlExt-Current                  VALUE "Y".
       01  WS-EnrlExt-EOF-SW        PIC X       VALUE "N".
           88  EndOfEnrlExt                     VALUE "Y".
       01  WS-EnrlExt-Rows-Read     PIC 9(7)    VALUE ZERO.
