      * and INSTR-WS. One record per instructor; the catalog carries
      * each course's instructor-of-record by IN-ID, and the grade
      * import refuses a sheet whose instructor does not match it.
      * The load limit is the most credit hours the instructor may
      * teach in a term before the teaching-load report flags an
      * overload; zero (or a record keyed before the limit existed)
      * means no limit has been set. The advising major is the
      * degree program whose students the bulk advisor assignment
      * may give this instructor; blank means none.
      ******************************************************************
       FD  InstructorFile.
       01  InstructorRecord.
           02  IN-Status           PIC X.
               88  IN-Active-Instructor        VALUE "A".
               88  IN-Inactive-Instructor      VALUE "I".
           02  IN-Load-Limit       PIC 99V9.
           02  IN-Advising-Major   PIC X(6).
           02  FILLER              PIC X.
