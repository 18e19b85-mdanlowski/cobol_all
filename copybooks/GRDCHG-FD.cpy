      ******************************************************************
      * Shared grade-change log record layout. COPY into FILE SECTION
      * as the FD for GradeChgFile, paired with GRDCHG-SEL and
      * GRDCHG-WS. One entry per posted grade changed: the row, the
      * old and new grade, the reason code (GRADE-REASONS), the
      * instructor of record who authorized it, the operator who
      * keyed it, and the cumulative and term GPA before and after.
      * A change that moves the term GPA across the dean's list or
      * probation line is marked for re-review.
      ******************************************************************
       FD  GradeChgFile.
       01  GradeChgRecord.
           02  GCR-Timestamp       PIC X(16).
           02  GCR-StuID           PIC 9(5).
           02  GCR-Term            PIC X(6).
           02  GCR-Course-Code     PIC X(6).
           02  GCR-Section         PIC 99.
           02  GCR-Instructor      PIC X(5).
           02  GCR-Old-Grade       PIC X(2).
           02  GCR-New-Grade       PIC X(2).
           02  GCR-Reason          PIC X(4).
           02  GCR-Operator        PIC X(8).
           02  GCR-Cum-GPA-Before  PIC 9V99.
           02  GCR-Cum-GPA-After   PIC 9V99.
           02  GCR-Term-GPA-Before PIC 9V99.
           02  GCR-Term-GPA-After  PIC 9V99.
           02  GCR-Review-Flag     PIC X.
               88  GCR-Needs-Review            VALUE "Y".
           02  GCR-Line-Crossed    PIC X(10).
           02  FILLER              PIC X(10).
