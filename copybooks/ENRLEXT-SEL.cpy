      ******************************************************************
      * Shared nightly enrollment extract SELECT. COPY into
      * FILE-CONTROL of the extract step and of any read-only report
      * that works from enrollment rows. The extract is rebuilt each
      * night from students.dat, the catalog and the term master;
      * readers open it through OPEN-ENROLLMENT-EXTRACT in
      * ENRLEXT-PROC and fall back to students.dat when it is missing
      * or stale.
      ******************************************************************
           SELECT  EnrollExtractFile ASSIGN TO WS-EnrlExt-File-Name
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EnrlExt-Status.
