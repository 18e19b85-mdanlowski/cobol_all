      ******************************************************************
      * Shared Latin honors threshold file SELECT. COPY into
      * FILE-CONTROL of any program that maintains the honors levels
      * or assigns honors to graduates - the cutoffs come off this
      * file, never off the honors office's memory. Keyed by rank and
      * effective date, so every version of a level is kept.
      ******************************************************************
           SELECT  HonorsFile ASSIGN TO "honors.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HN-Key
                   FILE STATUS IS WS-Honors-Status.
