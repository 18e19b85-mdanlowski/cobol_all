      *             interrupted on the 28th completes on the 29th
      *             instead of sleeping until next month with stale
      *             step outcomes.
      * 2026-10-15  Seed schedule: the GL journal extract runs in the
      *             NIGHTLY stream right after the trial balance.
      * 2026-10-15  Seed schedule: the late fee and finance charge run
      *             follows installment posting in the NIGHTLY stream.
      * 2026-10-15  Seed schedule: the immunization compliance run joins
      *             the NIGHTLY stream ahead of the letters run.
      * 2026-10-15  The email bounce-back load runs ahead of the letters
      *             run.
      * 2026-10-15  Seed schedule: the LMS roster feed runs as the last
      *             NIGHTLY step.
      * 2026-10-15  Seed schedule: the library fines interface runs
      *             ahead of the letters run.
      * 2026-10-15  Seed schedule: the audit chain verification runs in
      *             the MONTHEND stream ahead of the audit log cutover.
      * 2026-10-15  Seed schedule: the cross-file reference audit runs
      *             in the WEEKLY stream after the integrity audit.
      * 2026-10-15  Seed schedule: the registration snapshot runs as the
      *             last NIGHTLY step, after the LMS roster feed.
      * 2026-10-15  Seed schedule: the nightly enrollment extract runs
      *             as step 04, straight after the validation pass; the
      *             later NIGHTLY steps move down one.
      * 2026-10-15  Seed schedule: the grade lapse and the email
      *             bounce-back load, the only NIGHTLY steps that
      *             rewrite students.dat, move up to steps 04 and 05,
      *             ahead of the enrollment extract (now step 06), so
      *             the extract is still current when the census
      *             extract reads it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-batch-driver.
      *>   its checkpoint and routes bad records to suspense.dat
           MOVE "B"                    TO JS-Call-Parm.
           WRITE JobSchedRecord.
      *>   the two unattended steps that rewrite students.dat run
      *>   next: the lapse of expired Incompletes to F, then the mail
      *>   server's bounce-backs, loaded ahead of the letters so a
      *>   student whose address failed gets paper mail tonight,
      *>   along with the bounced-email notice itself
           MOVE 04                         TO JS-Step-Seq.
           MOVE "md-basics-grade-lapse"    TO JS-Program.
           MOVE SPACE                      TO JS-Call-Parm.
           WRITE JobSchedRecord.
           MOVE 05                         TO JS-Step-Seq.
           MOVE "md-basics-email-bounce"   TO JS-Program.
           WRITE JobSchedRecord.
      *>   the enrollment extract follows every step that writes
      *>   students.dat, so the reports after it read one joined
      *>   file that is still current instead of each walking
      *>   students.dat again
           MOVE 06                         TO JS-Step-Seq.
           MOVE "md-basics-enroll-extract" TO JS-Program.
           WRITE JobSchedRecord.
           MOVE 07                         TO JS-Step-Seq.
           MOVE "md-basics-roster-report"  TO JS-Program.
           WRITE JobSchedRecord.
           MOVE 08 TO JS-Step-Seq.
           MOVE "md-basics-exception-report"   TO JS-Program.
           WRITE JobSchedRecord.
           MOVE 09 TO JS-Step-Seq.
           MOVE "md-basics-installment-post"   TO JS-Program.
           WRITE JobSchedRecord.
      *>   late fees follow the installments that fell due tonight,
      *>   so both reach the trial balance, the GL and the letters
           MOVE 10 TO JS-Step-Seq.
           MOVE "md-basics-late-fee-run"       TO JS-Program.
           WRITE JobSchedRecord.
           MOVE 11 TO JS-Step-Seq.
           MOVE "md-basics-ledger-audit"       TO JS-Program.
           WRITE JobSchedRecord.
      *>   the GL interface follows the trial balance, so a ledger
      *>   that does not foot is flagged before it is journaled
           MOVE 12 TO JS-Step-Seq.
           MOVE "md-basics-gl-extract"         TO JS-Program.
           WRITE JobSchedRecord.
      *>   the immunization check runs ahead of the letters so its
      *>   reminders and hold notices go out the same night
           MOVE 13 TO JS-Step-Seq.
           MOVE "md-basics-imm-compliance"     TO JS-Program.
           WRITE JobSchedRecord.
      *>   the library's fines file places and releases LIB holds
      *>   ahead of the letters, so the hold notices go out tonight
           MOVE 14 TO JS-Step-Seq.
           MOVE "md-basics-lib-holds"          TO JS-Program.
           WRITE JobSchedRecord.
           MOVE 15 TO JS-Step-Seq.
           MOVE "md-basics-letters-run"        TO JS-Program.
           WRITE JobSchedRecord.
           MOVE 16 TO JS-Step-Seq.
           MOVE "md-basics-census-extract"     TO JS-Program.
           WRITE JobSchedRecord.
      *>   the LMS roster feed goes last, after everything that can
      *>   add, drop or move a seat tonight has run
           MOVE 17 TO JS-Step-Seq.
           MOVE "md-basics-lms-feed"           TO JS-Program.
           WRITE JobSchedRecord.
      *>   the registration snapshot counts the night's final seats,
      *>   so it follows the roster feed
           MOVE 18 TO JS-Step-Seq.
           MOVE "md-basics-reg-snapshot"       TO JS-Program.
           WRITE JobSchedRecord.
      *>   the full-file integrity audit keeps its Sunday night slot
           MOVE "WEEKLY" TO JS-Stream.
           MOVE 01       TO JS-Step-Seq.
           MOVE "W"      TO JS-Trigger.
           MOVE "7 "     TO JS-Trigger-Parm.
           WRITE JobSchedRecord.
      *>   and the cross-file reference audit follows it the same
      *>   night - between them the whole data set is proved weekly
           MOVE 02       TO JS-Step-Seq.
           MOVE "md-basics-ref-audit"          TO JS-Program.
           WRITE JobSchedRecord.
      *>   month-end work: the statement cycle cuts on the 28th,
      *>   the audit chain is proved, then the audit log rolls into
      *>   a fresh generation
           MOVE "MONTHEND" TO JS-Stream.
           MOVE 01         TO JS-Step-Seq.
           MOVE "md-basics-statement-run"      TO JS-Program.
           MOVE "28"       TO JS-Trigger-Parm.
           WRITE JobSchedRecord.
           MOVE 02         TO JS-Step-Seq.
           MOVE "md-basics-audit-verify"       TO JS-Program.
           WRITE JobSchedRecord.
           MOVE 03         TO JS-Step-Seq.
           MOVE "md-basics-audit-cutover"      TO JS-Program.
           WRITE JobSchedRecord.

