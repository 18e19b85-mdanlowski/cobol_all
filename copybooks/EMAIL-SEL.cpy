      ******************************************************************
      * Shared outbound email batch SELECT. COPY into FILE-CONTROL of
      * any run that sends a student document by email instead of on
      * paper. The mail server picks the batch up whole; each run
      * opens it EXTEND so the letters, statements and tax summaries
      * of one night land in the same batch.
      ******************************************************************
           SELECT  EmailFile ASSIGN TO "email.out"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Email-Status.
