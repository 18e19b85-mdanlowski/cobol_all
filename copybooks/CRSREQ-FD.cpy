      ******************************************************************
      * Shared course-request record layout. COPY into FILE SECTION as
      * the FD for CourseRequestFile, paired with CRSREQ-SEL and
      * CRSREQ-WS. One record per section a student asks for during
      * a term's preregistration window, keyed by term, student and
      * the student's own rank (01 = wanted most), so a START at
      * rank 00 reads one student's requests in preference order.
      * The allocation run stamps each pending request with what
      * became of it: granted (an "E" row was written), waitlisted
      * (the section was full) or rejected with the registration
      * load's reason code.
      ******************************************************************
       FD  CourseRequestFile.
       01  CourseRequestRecord.
           02  CR-Key.
               03  CR-Term             PIC X(6).
               03  CR-StuID            PIC 9(5).
               03  CR-Rank             PIC 99.
           02  CR-Course-Code          PIC X(6).
           02  CR-Section              PIC 99.
           02  CR-Status               PIC X.
               88  CR-Pending                      VALUE "P".
               88  CR-Granted                      VALUE "G".
               88  CR-Waitlisted                   VALUE "W".
               88  CR-Rejected                     VALUE "R".
           02  CR-Reason               PIC X(4).
           02  CR-Entered-Date         PIC 9(8).
           02  CR-Entered-By           PIC X(8).
           02  CR-Alloc-Date           PIC 9(8).
           02  FILLER                  PIC X(10).
