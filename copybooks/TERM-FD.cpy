      * based program keys off: term start and end, the add/drop
      * deadline the enrollment program enforces, the lapse deadline
      * after which an Incomplete grade converts to an F, and the
      * census date the state-reporting snapshot freezes on. The
      * placeholder grade is what the term close run defaults a
      * still-missing grade to; a term is only marked closed by
      * that run, and a closed term's enrollment rows are frozen.
      ******************************************************************
       FD  TermsFile.
       01  TermRecord.
           02  TM-Lapse-Deadline   PIC 9(8).
      *>   zero means no census date set - the term never snapshots
           02  TM-Census-Date      PIC 9(8).
      *>   blank means no placeholder - the term cannot close while
      *>   any of its enrollment rows is still missing a grade
           02  TM-Placeholder-Grade PIC X(2).
