      ******************************************************************
      * Shared tuition-waiver master file SELECT. COPY into
      * FILE-CONTROL of any program that maintains waiver codes or
      * applies them at billing.
      ******************************************************************
           SELECT  WaiverFile ASSIGN TO "waivers.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS WV-Code
                   FILE STATUS IS WS-Waiver-Status.
