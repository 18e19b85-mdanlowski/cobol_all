      ******************************************************************
      * Shared registration snapshot record layout. COPY into FILE
      * SECTION as the FD for RegSnapFile, paired with REGSNAP-SEL and
      * REGSNAP-WS. One record per term, snapshot date, degree program
      * and admit cohort (the student's admit term): the headcount,
      * credit hours and FTE registered that night, and how many days
      * that night stood before the term's start - negative once the
      * term is under way. Nothing is ever taken off this file by a
      * purge, archive or withdrawal, so last year's figures are
      * still here to compare against when the students are not.
      ******************************************************************
       FD  RegSnapFile.
       01  RegSnapRecord.
           02  RS-Key.
               03  RS-Term         PIC X(6).
               03  RS-Snap-Date    PIC 9(8).
               03  RS-Program      PIC X(6).
               03  RS-Cohort       PIC X(6).
           02  RS-Days-Out         PIC S9(4).
           02  RS-Headcount        PIC 9(5).
           02  RS-Credit-Hours     PIC 9(6)V9.
           02  RS-FTE              PIC 9(5)V99.
           02  FILLER              PIC X(10).
