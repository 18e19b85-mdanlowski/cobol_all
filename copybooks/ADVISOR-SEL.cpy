      ******************************************************************
      * Shared advisor-assignment file SELECT. COPY into FILE-CONTROL
      * of any program that assigns advisors, lists advisees or
      * checks a student's advising release. The alternate key
      * gathers one advisor's advisees together.
      ******************************************************************
           SELECT  AdvisorFile ASSIGN TO "advisor.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS AV-StuID
                   ALTERNATE RECORD KEY IS AV-Advisor-ID
                       WITH DUPLICATES
                   FILE STATUS IS WS-Advisor-Status.
