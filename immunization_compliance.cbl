      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Immunization compliance run. Each active student's doses are
      * checked against the required vaccines; the deadline is 30 days
      * after the term in session (or the next to start) begins. A
      * student still short is sent one reminder two weeks before it and
      * given the IMM hold after it, a complete record releases the
      * hold, and the non-compliant students are listed to
      * immcomp.<term>.<yyyymmdd>.prt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-imm-compliance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  StudentsFile ASSIGN TO "students.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SF-Key
                   ALTERNATE RECORD KEY IS StuSurname
                       WITH DUPLICATES
                   FILE STATUS IS WS-File-Status.
       COPY TERM-SEL.
       COPY HOLD-SEL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.
       COPY NOTICE-SEL.
      *> the health office works the list the morning after each run
           SELECT  ComplianceReportFile ASSIGN TO WS-Report-File-Name
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentsFile.
       COPY STUDENT.

       COPY TERM-FD.
       COPY HOLD-FD.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.
       COPY NOTICE-FD.

       FD  ComplianceReportFile.
       01  ComplianceReportLine        PIC X(80).

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY STUDENT-WS.
       COPY TERM-WS.
       COPY HOLD-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       COPY NOTICE-WS.
       COPY IMM-VACCINES.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-Report-Status            PIC XX      VALUE SPACES.
           88  FS-Report-OK                        VALUE "00".
       01  WS-Report-File-Name         PIC X(30)   VALUE SPACES.
       01  WS-EOF-SW                   PIC X       VALUE "N".
           88  EndOfFile                           VALUE "Y".
       01  WS-Terms-EOF-SW             PIC X       VALUE "N".
           88  EndOfTerms                          VALUE "Y".
       01  WS-Notices-EOF-SW           PIC X       VALUE "N".
           88  EndOfNotices                        VALUE "Y".
       01  WS-Today                    PIC 9(8)    VALUE ZERO.

      *>   the health office's published policy, kept in one place so
      *>   a change is one edit: every required record is due 30
      *>   days after the term starts, and the reminder letter goes
      *>   out two weeks before that
       01  WS-Grace-Days               PIC 999     VALUE 30.
       01  WS-Reminder-Lead-Days       PIC 99      VALUE 14.

      *>   the term the deadline is measured from: the open term in
      *>   session today, or failing that the next open term to start
       01  WS-Imm-Term                 PIC X(6)    VALUE SPACES.
       01  WS-Imm-Term-Start           PIC 9(8)    VALUE ZERO.
       01  WS-Session-Term             PIC X(6)    VALUE SPACES.
       01  WS-Session-Start            PIC 9(8)    VALUE ZERO.
       01  WS-Upcoming-Term            PIC X(6)    VALUE SPACES.
       01  WS-Upcoming-Start           PIC 9(8)    VALUE ZERO.
       01  WS-Deadline                 PIC 9(8)    VALUE ZERO.
       01  WS-Deadline-X REDEFINES WS-Deadline
                                       PIC X(8).
       01  WS-Reminder-Date            PIC 9(8)    VALUE ZERO.
       01  WS-Deadline-Phase           PIC X       VALUE SPACE.
           88  Before-Reminder-Window              VALUE "B".
           88  In-Reminder-Window                  VALUE "R".
           88  Past-Deadline                       VALUE "P".

      *>   the type-major key orders every "I" row ahead of every "M"
      *>   row, so each student's doses and exemptions are tallied
      *>   before the pass reaches the master they belong to - one
      *>   slot per vaccine, in IMM-VACCINES order
       01  WS-Imm-Tallies.
           02  WS-Imm-Tally OCCURS 100000 TIMES.
               03  IMT-Dose-Counts.
                   04  IMT-Doses       PIC 9       OCCURS 6 TIMES.
               03  IMT-Exempt-Flags.
                   04  IMT-Exempt      PIC X       OCCURS 6 TIMES.
      *>   students already sent this deadline's reminder by an
      *>   earlier run - one letter per student per deadline
       01  WS-Reminded-Flags.
           02  WS-Reminded-Flag        PIC X       VALUE "N"
                                        OCCURS 100000 TIMES.
       01  WS-Flag-Sub                 PIC 9(6).
       01  WS-Vac-Sub                  PIC 9.
       01  WS-Vaccine-In               PIC X(6)    VALUE SPACES.
       01  WS-Vaccine-Valid-SW         PIC X       VALUE "N".
           88  Vaccine-Valid                       VALUE "Y".
       01  WS-Missing-Count            PIC 9       VALUE ZERO.
       01  WS-First-Missing            PIC X(6)    VALUE SPACES.

       01  WS-Checked-Count            PIC 9(5)    VALUE ZERO.
       01  WS-Compliant-Count          PIC 9(5)    VALUE ZERO.
       01  WS-Noncompliant-Count       PIC 9(5)    VALUE ZERO.
       01  WS-Holds-Placed             PIC 9(5)    VALUE ZERO.
       01  WS-Holds-Released           PIC 9(5)    VALUE ZERO.
       01  WS-Reminders-Queued         PIC 9(5)    VALUE ZERO.
       01  WS-Count-Edited             PIC ZZ,ZZ9.

      *>   the health office's fixed-column non-compliance line
       01  WS-Compliance-Detail.
           02  ICD-StuID               PIC 9(5).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  ICD-Surname             PIC X(16).
           02  FILLER                  PIC X       VALUE SPACE.
           02  ICD-Name                PIC X(12).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  ICD-Missing-Count       PIC 9.
           02  FILLER                  PIC X(5)    VALUE SPACES.
           02  ICD-First-Missing       PIC X(6).
           02  FILLER                  PIC X(2)    VALUE SPACES.
           02  ICD-Action              PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====IMMUNIZATION COMPLIANCE RUN====".
      *>   this program runs once per CALL from the batch driver or
      *>   the menu - reset the switches, tallies and counters so a
      *>   rerun starts clean
            MOVE 0    TO RETURN-CODE.
            MOVE "N"  TO WS-EOF-SW.
            MOVE ZERO TO WS-Checked-Count.
            MOVE ZERO TO WS-Compliant-Count.
            MOVE ZERO TO WS-Noncompliant-Count.
            MOVE ZERO TO WS-Holds-Placed.
            MOVE ZERO TO WS-Holds-Released.
            MOVE ZERO TO WS-Reminders-Queued.
            ACCEPT WS-Today FROM DATE YYYYMMDD.
            PERFORM SELECT-COMPLIANCE-TERM.
            IF WS-Imm-Term = SPACES
                DISPLAY "  no open term in session or upcoming - "
                        "no immunization deadline to check."
                GOBACK
            END-IF.
            PERFORM SET-DEADLINE-PHASE.
            PERFORM CLEAR-ONE-STUDENT
                VARYING WS-Flag-Sub FROM 1 BY 1
                UNTIL WS-Flag-Sub > 100000.
            PERFORM LOAD-REMINDED-FLAGS.
            PERFORM OPEN-FOR-COMPLIANCE.
            IF RETURN-CODE NOT = 0
                GOBACK
            END-IF.
            PERFORM WRITE-REPORT-HEADING.
            PERFORM UNTIL EndOfFile
                READ StudentsFile NEXT RECORD INTO WS-Student
                    AT END
                        SET EndOfFile TO TRUE
                    NOT AT END
                        EVALUATE TRUE
                            WHEN WS-Immunization-Record
                                PERFORM TALLY-ONE-IMMUNIZATION
                            WHEN WS-Master-Record
                                IF WS-ACTIVE-STUDENT
                                    PERFORM CHECK-ONE-STUDENT
                                END-IF
                        END-EVALUATE
                END-READ
                IF NOT EndOfFile AND NOT FS-OK
                    PERFORM CHECK-FILE-STATUS
                    MOVE 8 TO RETURN-CODE
                    SET EndOfFile TO TRUE
                END-IF
            END-PERFORM.
            PERFORM WRITE-REPORT-TOTALS.
            CLOSE StudentsFile.
            CLOSE HoldsFile.
            CLOSE ComplianceReportFile.
            DISPLAY "  " WS-Checked-Count " active student(s) checked "
                    "against the " WS-Imm-Term " deadline "
                    WS-Deadline ": " WS-Noncompliant-Count
                    " not compliant.".
            DISPLAY "  " WS-Holds-Placed " IMM hold(s) placed, "
                    WS-Holds-Released " released, "
                    WS-Reminders-Queued " reminder(s) queued - list "
                    "in " WS-Report-File-Name.
            IF WS-Noncompliant-Count > ZERO AND RETURN-CODE = 0
                MOVE 4 TO RETURN-CODE
            END-IF.
            GOBACK.

       SELECT-COMPLIANCE-TERM.
           MOVE SPACES TO WS-Imm-Term.
           MOVE SPACES TO WS-Session-Term.
           MOVE SPACES TO WS-Upcoming-Term.
           MOVE ZERO   TO WS-Session-Start.
           MOVE ZERO   TO WS-Upcoming-Start.
           MOVE "N"    TO WS-Terms-EOF-SW.
           OPEN INPUT TermsFile.
           IF NOT FS-Term-OK
               DISPLAY "  *** terms.dat not available, status "
                       WS-Term-Status " ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE LOW-VALUES TO TM-Code.
           START TermsFile KEY IS NOT LESS THAN TM-Code
               INVALID KEY
                   SET EndOfTerms TO TRUE
           END-START.
           PERFORM UNTIL EndOfTerms
               READ TermsFile NEXT RECORD
                   AT END
                       SET EndOfTerms TO TRUE
                   NOT AT END
                       IF TM-Open-Term
                           PERFORM NOTE-CANDIDATE-TERM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE TermsFile.
           IF WS-Session-Term NOT = SPACES
               MOVE WS-Session-Term  TO WS-Imm-Term
               MOVE WS-Session-Start TO WS-Imm-Term-Start
           ELSE
               MOVE WS-Upcoming-Term  TO WS-Imm-Term
               MOVE WS-Upcoming-Start TO WS-Imm-Term-Start
           END-IF.

       NOTE-CANDIDATE-TERM.
      *>   overlapping terms in session resolve to the one that
      *>   started first; upcoming terms to the one starting soonest
           IF TM-Start-Date NOT > WS-Today
              AND TM-End-Date NOT < WS-Today
               IF WS-Session-Term = SPACES
                  OR TM-Start-Date < WS-Session-Start
                   MOVE TM-Code       TO WS-Session-Term
                   MOVE TM-Start-Date TO WS-Session-Start
               END-IF
           END-IF.
           IF TM-Start-Date > WS-Today
               IF WS-Upcoming-Term = SPACES
                  OR TM-Start-Date < WS-Upcoming-Start
                   MOVE TM-Code       TO WS-Upcoming-Term
                   MOVE TM-Start-Date TO WS-Upcoming-Start
               END-IF
           END-IF.

       SET-DEADLINE-PHASE.
           COMPUTE WS-Deadline = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-Imm-Term-Start)
               + WS-Grace-Days).
           COMPUTE WS-Reminder-Date = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-Deadline)
               - WS-Reminder-Lead-Days).
           EVALUATE TRUE
               WHEN WS-Today > WS-Deadline
                   SET Past-Deadline TO TRUE
               WHEN WS-Today NOT < WS-Reminder-Date
                   SET In-Reminder-Window TO TRUE
               WHEN OTHER
                   SET Before-Reminder-Window TO TRUE
           END-EVALUATE.

       CLEAR-ONE-STUDENT.
           MOVE ZEROS TO IMT-Dose-Counts(WS-Flag-Sub).
           MOVE ALL "N" TO IMT-Exempt-Flags(WS-Flag-Sub).
           MOVE "N"   TO WS-Reminded-Flag(WS-Flag-Sub).

       LOAD-REMINDED-FLAGS.
      *>   no notices.dat yet just means nobody has been reminded
           MOVE "N" TO WS-Notices-EOF-SW.
           OPEN INPUT NoticesFile.
           IF NOT FS-Notice-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL EndOfNotices
               READ NoticesFile NEXT RECORD
                   AT END
                       SET EndOfNotices TO TRUE
                   NOT AT END
                       IF NT-Code = "IMMR"
                          AND NT-Subst-2(1:8) = WS-Deadline-X
                           COMPUTE WS-Flag-Sub = NT-StuID + 1
                           MOVE "Y" TO WS-Reminded-Flag(WS-Flag-Sub)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NoticesFile.

       OPEN-FOR-COMPLIANCE.
           OPEN INPUT StudentsFile.
           IF NOT FS-OK
               PERFORM CHECK-FILE-STATUS
               DISPLAY "  *** unable to open students.dat, status "
                       WS-File-Status " ***"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
      *>   the first-ever run has no holds.dat yet - create it
      *>   empty, then reopen I-O
           OPEN I-O HoldsFile.
           IF FS-Hold-File-Missing
               OPEN OUTPUT HoldsFile
               CLOSE HoldsFile
               OPEN I-O HoldsFile
           END-IF.
           IF NOT FS-Hold-OK
               DISPLAY "  *** unable to open holds.dat, status "
                       WS-Hold-Status " ***"
               MOVE 8 TO RETURN-CODE
               CLOSE StudentsFile
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-Report-File-Name.
           STRING "immcomp."     DELIMITED BY SIZE
                  WS-Imm-Term    DELIMITED BY SPACE
                  "."            DELIMITED BY SIZE
                  WS-Today       DELIMITED BY SIZE
                  ".prt"         DELIMITED BY SIZE
                  INTO WS-Report-File-Name
           END-STRING.
           OPEN OUTPUT ComplianceReportFile.
           IF NOT FS-Report-OK
               DISPLAY "  *** unable to open " WS-Report-File-Name
                       ", status " WS-Report-Status " ***"
               MOVE 8 TO RETURN-CODE
               CLOSE StudentsFile
               CLOSE HoldsFile
           END-IF.

       TALLY-ONE-IMMUNIZATION.
      *>   a code no longer in IMM-VACCINES counts toward nothing; a
      *>   dose needs its date, an exemption covers the vaccine
      *>   outright
           MOVE WS-IM-Vaccine-Code TO WS-Vaccine-In.
           MOVE "N" TO WS-Vaccine-Valid-SW.
           SEARCH ALL ImmVaccines-Entry
               AT END
                   CONTINUE
               WHEN IV-Code(IV-Idx) = WS-Vaccine-In
                   SET Vaccine-Valid TO TRUE
                   SET WS-Vac-Sub TO IV-Idx
           END-SEARCH.
           IF NOT Vaccine-Valid
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-Flag-Sub = WS-IM-StuID + 1.
           IF WS-IM-Exemption-Code NOT = SPACES
               MOVE "Y" TO IMT-Exempt(WS-Flag-Sub, WS-Vac-Sub)
           ELSE
               IF WS-IM-Date-Given > ZERO
                  AND IMT-Doses(WS-Flag-Sub, WS-Vac-Sub) < 9
                   ADD 1 TO IMT-Doses(WS-Flag-Sub, WS-Vac-Sub)
               END-IF
           END-IF.

       CHECK-ONE-STUDENT.
           ADD 1 TO WS-Checked-Count.
           COMPUTE WS-Flag-Sub = WS-Student-id + 1.
           MOVE ZERO   TO WS-Missing-Count.
           MOVE SPACES TO WS-First-Missing.
           PERFORM CHECK-ONE-VACCINE
               VARYING WS-Vac-Sub FROM 1 BY 1
               UNTIL WS-Vac-Sub > 6.
           MOVE WS-Student-id TO WS-Hold-Maint-StuID.
           MOVE "IMM"         TO WS-Hold-Maint-Code.
      *>   a complete record takes off any IMM hold an earlier run
      *>   placed - the student does not have to ask
           IF WS-Missing-Count = ZERO
               ADD 1 TO WS-Compliant-Count
               PERFORM RELEASE-HOLDS-BY-CODE
               ADD WS-Hold-Released-Count TO WS-Holds-Released
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Noncompliant-Count.
           MOVE SPACES TO ICD-Action.
           EVALUATE TRUE
               WHEN Past-Deadline
                   PERFORM FIND-ACTIVE-HOLD-CODE
                   IF Hold-Code-Active
                       MOVE "IMM HOLD ALREADY ON" TO ICD-Action
                   ELSE
                       PERFORM PLACE-STUDENT-HOLD
                       IF Hold-Maint-Ok
                           ADD 1 TO WS-Holds-Placed
                           MOVE "IMM HOLD PLACED" TO ICD-Action
                       ELSE
                           MOVE "HOLD NOT PLACED" TO ICD-Action
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               WHEN In-Reminder-Window
                   IF WS-Reminded-Flag(WS-Flag-Sub) = "Y"
                       MOVE "REMINDED EARLIER" TO ICD-Action
                   ELSE
                       MOVE WS-Student-id    TO WS-Notice-StuID
                       MOVE "IMMR"           TO WS-Notice-Code
                       MOVE WS-First-Missing TO WS-Notice-Subst-1
                       MOVE WS-Deadline-X    TO WS-Notice-Subst-2
                       PERFORM QUEUE-NOTICE
                       MOVE "Y" TO WS-Reminded-Flag(WS-Flag-Sub)
                       ADD 1 TO WS-Reminders-Queued
                       MOVE "REMINDER QUEUED" TO ICD-Action
                   END-IF
           END-EVALUATE.
           PERFORM WRITE-NONCOMPLIANT-LINE.

       CHECK-ONE-VACCINE.
           IF IV-Not-Required(WS-Vac-Sub)
              OR IMT-Exempt(WS-Flag-Sub, WS-Vac-Sub) = "Y"
               EXIT PARAGRAPH
           END-IF.
           IF IMT-Doses(WS-Flag-Sub, WS-Vac-Sub)
                   < IV-Doses-Required(WS-Vac-Sub)
               ADD 1 TO WS-Missing-Count
               IF WS-First-Missing = SPACES
                   MOVE IV-Code(WS-Vac-Sub) TO WS-First-Missing
               END-IF
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO ComplianceReportLine.
           STRING "==== IMMUNIZATION NON-COMPLIANCE - TERM "
                  WS-Imm-Term " - DEADLINE " WS-Deadline " ===="
               DELIMITED BY SIZE INTO ComplianceReportLine
           END-STRING.
           WRITE ComplianceReportLine.
           MOVE SPACES TO ComplianceReportLine.
           STRING "RUN " WS-Today "  REMINDERS FROM "
                  WS-Reminder-Date
               DELIMITED BY SIZE INTO ComplianceReportLine
           END-STRING.
           WRITE ComplianceReportLine.
           MOVE SPACES TO ComplianceReportLine.
           WRITE ComplianceReportLine.
           MOVE "STUID  SURNAME          NAME          MISS  FIRST   "
               TO ComplianceReportLine.
           MOVE "ACTION" TO ComplianceReportLine(53:6).
           WRITE ComplianceReportLine.

       WRITE-NONCOMPLIANT-LINE.
           MOVE WS-Student-id      TO ICD-StuID.
           MOVE WS-Student-surname TO ICD-Surname.
           MOVE WS-Student-name    TO ICD-Name.
           MOVE WS-Missing-Count   TO ICD-Missing-Count.
           MOVE WS-First-Missing   TO ICD-First-Missing.
           WRITE ComplianceReportLine FROM WS-Compliance-Detail.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO ComplianceReportLine.
           WRITE ComplianceReportLine.
           MOVE WS-Checked-Count TO WS-Count-Edited.
           MOVE SPACES TO ComplianceReportLine.
           STRING "ACTIVE STUDENTS CHECKED   " WS-Count-Edited
               DELIMITED BY SIZE INTO ComplianceReportLine
           END-STRING.
           WRITE ComplianceReportLine.
           MOVE WS-Compliant-Count TO WS-Count-Edited.
           MOVE SPACES TO ComplianceReportLine.
           STRING "COMPLIANT                 " WS-Count-Edited
               DELIMITED BY SIZE INTO ComplianceReportLine
           END-STRING.
           WRITE ComplianceReportLine.
           MOVE WS-Noncompliant-Count TO WS-Count-Edited.
           MOVE SPACES TO ComplianceReportLine.
           STRING "NOT COMPLIANT             " WS-Count-Edited
               DELIMITED BY SIZE INTO ComplianceReportLine
           END-STRING.
           WRITE ComplianceReportLine.
           MOVE WS-Holds-Placed TO WS-Count-Edited.
           MOVE SPACES TO ComplianceReportLine.
           STRING "IMM HOLDS PLACED          " WS-Count-Edited
               DELIMITED BY SIZE INTO ComplianceReportLine
           END-STRING.
           WRITE ComplianceReportLine.
           MOVE WS-Holds-Released TO WS-Count-Edited.
           MOVE SPACES TO ComplianceReportLine.
           STRING "IMM HOLDS RELEASED        " WS-Count-Edited
               DELIMITED BY SIZE INTO ComplianceReportLine
           END-STRING.
           WRITE ComplianceReportLine.
           MOVE WS-Reminders-Queued TO WS-Count-Edited.
           MOVE SPACES TO ComplianceReportLine.
           STRING "REMINDERS QUEUED          " WS-Count-Edited
               DELIMITED BY SIZE INTO ComplianceReportLine
           END-STRING.
           WRITE ComplianceReportLine.

       COPY HOLDMNT-PROC.
       COPY NOTICE-PROC.
       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-imm-compliance.
