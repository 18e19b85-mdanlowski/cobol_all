      ******************************************************************
      * Shared Latin honors threshold record layout. COPY into FILE
      * SECTION as the FD for HonorsFile, paired with HONORS-SEL and
      * HONORS-WS. One record per honors level and effective date,
      * ranked "1" for the highest: the title printed on the program
      * and the diploma, the final cumulative GPA it takes, and the
      * least credit hours that must have been earned here - transfer
      * ("X") hours never count toward residence. A change to a level
      * is a new version under its own effective date; a class is held
      * to each level's latest version in force on its conferral date.
      * A graduate gets the highest-ranked level whose GPA and
      * residence hours they both meet.
      ******************************************************************
       FD  HonorsFile.
       01  HonorsRecord.
           02  HN-Key.
               03  HN-Rank         PIC X.
               03  HN-Effective-Date PIC 9(8).
           02  HN-Title            PIC X(20).
           02  HN-Min-GPA          PIC 9V99.
           02  HN-Min-Residence    PIC 9(3)V9.
           02  FILLER              PIC X(14).
