      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * National Student Clearinghouse enrollment submission for a term:
      * one detail row per student with enrollment level from non-W
      * credit hours, status and effective date, and a change flag
      * against what nscsent.dat shows was sent before, between a header
      * and a control trailer, written to nsc.<term>.<yyyymmdd>.dat and
      * listed to nsc.<term>.<yyyymmdd>.prt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-nsc-report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT  StudentsFile ASSIGN TO "students.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS SF-Key
                   ALTERNATE RECORD KEY IS StuSurname
                       WITH DUPLICATES
                   FILE STATUS IS WS-File-Status.
       COPY TERM-SEL.
       COPY NSCSENT-SEL.
      *> each submission goes to its own dated file - the copy that
      *> was sent is kept as sent
           SELECT  NscFile ASSIGN TO WS-Nsc-File-Name
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Nsc-Status.
           SELECT  NscReportFile ASSIGN TO WS-Report-File-Name
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Report-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentsFile.
       COPY STUDENT.

       COPY TERM-FD.
       COPY NSCSENT-FD.

      *>   the Clearinghouse's fixed-column enrollment submission: one
      *>   header, one detail per student reported, one trailer
       FD  NscFile.
       01  NscHeaderRecord.
           02  NH-Rec-Type             PIC X(2).
           02  NH-School-Code          PIC X(6).
           02  NH-Branch-Code          PIC X(2).
           02  NH-Term                 PIC X(6).
           02  NH-Term-Start-Date      PIC 9(8).
           02  NH-Term-End-Date        PIC 9(8).
           02  NH-Create-Date          PIC 9(8).
           02  FILLER                  PIC X(80).
       01  NscDetailRecord.
           02  ND-Rec-Type             PIC X(2).
           02  ND-StuID                PIC 9(5).
           02  ND-Surname              PIC A(20).
           02  ND-Name                 PIC A(20).
           02  ND-Dob                  PIC 9(8).
           02  ND-Enroll-Status        PIC X.
           02  ND-Status-Eff-Date      PIC 9(8).
           02  ND-Credit-Hours         PIC 9(3)V9.
           02  ND-Term-Start-Date      PIC 9(8).
           02  ND-Term-End-Date        PIC 9(8).
      *>   "N" first time reported for the term, "C" status changed
      *>   since the last submission, blank unchanged
           02  ND-Change-Flag          PIC X.
      *>   "Y" for a student with a directory privacy block - the
      *>   Clearinghouse still verifies them, but releases nothing
      *>   more
           02  ND-Privacy-Flag         PIC X.
           02  FILLER                  PIC X(34).
       01  NscTrailerRecord.
           02  NST-Rec-Type            PIC X(2).
           02  NST-Detail-Count        PIC 9(6).
           02  NST-Changed-Count       PIC 9(6).
           02  FILLER                  PIC X(106).

       FD  NscReportFile.
       01  NscReportLine               PIC X(80).

       WORKING-STORAGE SECTION.
       COPY STUDENT-WS.
       COPY TERM-WS.
       COPY NSCSENT-WS.
       COPY PRIVACY-WS.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-Nsc-Status               PIC XX      VALUE SPACES.
           88  FS-Nsc-OK                           VALUE "00".
       01  WS-Report-Status            PIC XX      VALUE SPACES.
           88  FS-Report-OK                        VALUE "00".
       01  WS-Nsc-File-Name            PIC X(30)   VALUE SPACES.
       01  WS-Report-File-Name         PIC X(30)   VALUE SPACES.
       01  WS-EOF-SW                   PIC X       VALUE "N".
           88  EndOfFile                           VALUE "Y".
       01  WS-Sent-Found-SW            PIC X       VALUE "N".
           88  Sent-Before                         VALUE "Y".
       01  WS-Today                    PIC 9(8)    VALUE ZERO.
       01  WS-Nsc-Term                 PIC X(6)    VALUE SPACES.
       01  WS-Nsc-Term-Start           PIC 9(8)    VALUE ZERO.
       01  WS-Nsc-Term-End             PIC 9(8)    VALUE ZERO.

      *>   the school and branch code the Clearinghouse assigned us
       01  WS-Nsc-School-Code          PIC X(6)    VALUE "000000".
       01  WS-Nsc-Branch-Code          PIC X(2)    VALUE "00".

      *>   the credit-hour floors for each enrollment level; below
      *>   the half-time floor is less than half time
       01  WS-Full-Time-Hours          PIC 9(3)V9  VALUE 12.
       01  WS-Three-Qtr-Hours          PIC 9(3)V9  VALUE 9.
       01  WS-Half-Time-Hours          PIC 9(3)V9  VALUE 6.

      *>   per-StuID credit load in the term, and a count of the
      *>   term's rows, tallied off the "E" rows before the masters
      *>   come up - the usual type-major one-pass idiom. Hours on a
      *>   row graded "W" are withdrawn and never count toward the
      *>   load, but the row still says the student was registered.
       01  WS-Load-Table.
           02  WS-Term-Load            PIC 9(3)V9  VALUE ZERO
                                        OCCURS 100000 TIMES.
       01  WS-Row-Table.
           02  WS-Term-Rows            PIC 99      VALUE ZERO
                                        OCCURS 100000 TIMES.
       01  WS-Tally-Sub                PIC 9(6).

       01  WS-New-Status               PIC X       VALUE SPACE.
           88  New-Full-Time                       VALUE "F".
           88  New-Three-Qtr                       VALUE "Q".
           88  New-Half-Time                       VALUE "H".
           88  New-Less-Half                       VALUE "L".
           88  New-Withdrawn                       VALUE "W".
           88  New-Graduated                       VALUE "G".
       01  WS-New-Eff-Date             PIC 9(8)    VALUE ZERO.
       01  WS-Change-Flag              PIC X       VALUE SPACE.

       01  WS-Detail-Count             PIC 9(6)    VALUE ZERO.
       01  WS-New-Count                PIC 9(6)    VALUE ZERO.
       01  WS-Changed-Count            PIC 9(6)    VALUE ZERO.
       01  WS-Unchanged-Count          PIC 9(6)    VALUE ZERO.
       01  WS-Status-Counts.
           02  WS-Full-Time-Count      PIC 9(6)    VALUE ZERO.
           02  WS-Three-Qtr-Count      PIC 9(6)    VALUE ZERO.
           02  WS-Half-Time-Count      PIC 9(6)    VALUE ZERO.
           02  WS-Less-Half-Count      PIC 9(6)    VALUE ZERO.
           02  WS-Withdrawn-Count      PIC 9(6)    VALUE ZERO.
           02  WS-Graduated-Count      PIC 9(6)    VALUE ZERO.
       01  WS-Count-Edited             PIC ZZZ,ZZ9.

       01  WS-Control-Line.
           02  FILLER                  PIC X(4)    VALUE SPACES.
           02  CL-Label                PIC X(30).
           02  CL-Count                PIC ZZZ,ZZ9.
           02  FILLER                  PIC X(39)   VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====CLEARINGHOUSE ENROLLMENT SUBMISSION====".
      *>   this program runs once per CALL, and md-basics-menu's loop
      *>   can CALL it more than once per run unit - reset the
      *>   switches and counts so a second run starts clean
            MOVE 0    TO RETURN-CODE.
            MOVE "N"  TO WS-EOF-SW.
            MOVE ZERO TO WS-Detail-Count.
            MOVE ZERO TO WS-New-Count.
            MOVE ZERO TO WS-Changed-Count.
            MOVE ZERO TO WS-Unchanged-Count.
            INITIALIZE WS-Status-Counts.
            ACCEPT WS-Today FROM DATE YYYYMMDD.
            DISPLAY "Term to report: " WITH NO ADVANCING.
            ACCEPT WS-Nsc-Term.
            OPEN INPUT TermsFile.
            IF NOT FS-Term-OK
                DISPLAY "  *** terms.dat not available, status "
                        WS-Term-Status " - nothing reported ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE WS-Nsc-Term TO TM-Code.
            READ TermsFile
                INVALID KEY
                    DISPLAY "  *** term " WS-Nsc-Term
                            " is not on the term master ***"
                    MOVE 8 TO RETURN-CODE
                NOT INVALID KEY
                    MOVE TM-Start-Date TO WS-Nsc-Term-Start
                    MOVE TM-End-Date   TO WS-Nsc-Term-End
            END-READ.
            CLOSE TermsFile.
            IF RETURN-CODE NOT = 0
                GOBACK
            END-IF.
            PERFORM OPEN-NSC-FILES.
            IF RETURN-CODE NOT = 0
                GOBACK
            END-IF.
            PERFORM CLEAR-ONE-TALLY
                VARYING WS-Tally-Sub FROM 1 BY 1
                UNTIL WS-Tally-Sub > 100000.
            PERFORM LOAD-PRIVACY-BLOCKS.
            PERFORM WRITE-NSC-HEADER.
            PERFORM UNTIL EndOfFile
                READ StudentsFile NEXT RECORD INTO WS-Student
                    AT END
                        SET EndOfFile TO TRUE
                    NOT AT END
                        EVALUATE TRUE
                            WHEN WS-Enrollment-Record
                                IF WS-ED-Term = WS-Nsc-Term
                                    PERFORM TALLY-ONE-ROW
                                END-IF
                            WHEN WS-Master-Record
                                PERFORM REPORT-ONE-STUDENT
                        END-EVALUATE
                END-READ
            END-PERFORM.
            PERFORM WRITE-NSC-TRAILER.
            PERFORM PRINT-CONTROL-REPORT.
            CLOSE NscReportFile.
            CLOSE NscFile.
            CLOSE NscSentFile.
            CLOSE StudentsFile.
            MOVE WS-Detail-Count TO WS-Count-Edited.
            DISPLAY "  " WS-Count-Edited " student(s) reported for "
                    WS-Nsc-Term " in " WS-Nsc-File-Name.
            MOVE WS-Changed-Count TO WS-Count-Edited.
            DISPLAY "  " WS-Count-Edited " status change(s) since "
                    "the last submission - control report in "
                    WS-Report-File-Name.
            GOBACK.

       OPEN-NSC-FILES.
           OPEN INPUT StudentsFile.
           IF NOT FS-OK
               PERFORM CHECK-FILE-STATUS
               DISPLAY "  *** unable to open students.dat, status "
                       WS-File-Status " ***"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
      *>   the first-ever submission has no nscsent.dat yet - create
      *>   it empty, then reopen I-O
           OPEN I-O NscSentFile.
           IF FS-Nsc-Sent-File-Missing
               OPEN OUTPUT NscSentFile
               CLOSE NscSentFile
               OPEN I-O NscSentFile
           END-IF.
           IF NOT FS-Nsc-Sent-OK
               DISPLAY "  *** unable to open nscsent.dat, status "
                       WS-Nsc-Sent-Status " ***"
               MOVE 8 TO RETURN-CODE
               CLOSE StudentsFile
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-Nsc-File-Name.
           STRING "nsc."         DELIMITED BY SIZE
                  WS-Nsc-Term    DELIMITED BY SPACE
                  "."            DELIMITED BY SIZE
                  WS-Today       DELIMITED BY SIZE
                  ".dat"         DELIMITED BY SIZE
                  INTO WS-Nsc-File-Name
           END-STRING.
           MOVE SPACES TO WS-Report-File-Name.
           STRING "nsc."         DELIMITED BY SIZE
                  WS-Nsc-Term    DELIMITED BY SPACE
                  "."            DELIMITED BY SIZE
                  WS-Today       DELIMITED BY SIZE
                  ".prt"         DELIMITED BY SIZE
                  INTO WS-Report-File-Name
           END-STRING.
           OPEN OUTPUT NscFile.
           OPEN OUTPUT NscReportFile.

       CLEAR-ONE-TALLY.
           MOVE ZERO TO WS-Term-Load(WS-Tally-Sub).
           MOVE ZERO TO WS-Term-Rows(WS-Tally-Sub).

       TALLY-ONE-ROW.
           COMPUTE WS-Tally-Sub = WS-ED-StuID + 1.
           ADD 1 TO WS-Term-Rows(WS-Tally-Sub).
           IF WS-ED-Grade NOT = "W"
               ADD WS-ED-Credit-Hours TO WS-Term-Load(WS-Tally-Sub)
           END-IF.

       WRITE-NSC-HEADER.
           MOVE SPACES             TO NscHeaderRecord.
           MOVE "H1"               TO NH-Rec-Type.
           MOVE WS-Nsc-School-Code TO NH-School-Code.
           MOVE WS-Nsc-Branch-Code TO NH-Branch-Code.
           MOVE WS-Nsc-Term        TO NH-Term.
           MOVE WS-Nsc-Term-Start  TO NH-Term-Start-Date.
           MOVE WS-Nsc-Term-End    TO NH-Term-End-Date.
           MOVE WS-Today           TO NH-Create-Date.
           WRITE NscHeaderRecord.

      ******************************************************************
      * One master: a student is reported when they have rows in the
      * term, or when an earlier submission reported them for it - a
      * student who dropped everything before the deadline has no
      * rows left, but the Clearinghouse still has them enrolled
      * until told otherwise.
      ******************************************************************
       REPORT-ONE-STUDENT.
           COMPUTE WS-Tally-Sub = WS-Student-id + 1.
           PERFORM READ-LAST-SENT.
           IF WS-Term-Rows(WS-Tally-Sub) = ZERO
              AND NOT Sent-Before
               EXIT PARAGRAPH
           END-IF.
           PERFORM ASSIGN-ENROLL-STATUS.
      *>   an unchanged status keeps the date it first took effect;
      *>   a new or changed one takes effect today, or at the start
      *>   of the term for an enrolled student reported before it
           EVALUATE TRUE
               WHEN Sent-Before AND NS-Status = WS-New-Status
                   MOVE SPACE              TO WS-Change-Flag
                   MOVE NS-Status-Eff-Date TO WS-New-Eff-Date
                   ADD 1 TO WS-Unchanged-Count
               WHEN Sent-Before
                   MOVE "C"                TO WS-Change-Flag
                   MOVE WS-Today           TO WS-New-Eff-Date
                   ADD 1 TO WS-Changed-Count
               WHEN OTHER
                   MOVE "N"                TO WS-Change-Flag
                   MOVE WS-Today           TO WS-New-Eff-Date
                   IF WS-Today < WS-Nsc-Term-Start
                      AND NOT New-Withdrawn
                      AND NOT New-Graduated
                       MOVE WS-Nsc-Term-Start  TO WS-New-Eff-Date
                   END-IF
                   ADD 1 TO WS-New-Count
           END-EVALUATE.
           PERFORM WRITE-NSC-DETAIL.
           PERFORM SAVE-LAST-SENT.

       READ-LAST-SENT.
           MOVE "N" TO WS-Sent-Found-SW.
           MOVE WS-Student-id TO NS-StuID.
           MOVE WS-Nsc-Term   TO NS-Term.
           READ NscSentFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET Sent-Before TO TRUE
           END-READ.

       ASSIGN-ENROLL-STATUS.
           EVALUATE TRUE
               WHEN WS-GRADUATED-STUDENT
                   SET New-Graduated TO TRUE
                   ADD 1 TO WS-Graduated-Count
               WHEN WS-WITHDRAWN-STUDENT
                    OR WS-Term-Load(WS-Tally-Sub) = ZERO
                   SET New-Withdrawn TO TRUE
                   ADD 1 TO WS-Withdrawn-Count
               WHEN WS-Term-Load(WS-Tally-Sub)
                    NOT < WS-Full-Time-Hours
                   SET New-Full-Time TO TRUE
                   ADD 1 TO WS-Full-Time-Count
               WHEN WS-Term-Load(WS-Tally-Sub)
                    NOT < WS-Three-Qtr-Hours
                   SET New-Three-Qtr TO TRUE
                   ADD 1 TO WS-Three-Qtr-Count
               WHEN WS-Term-Load(WS-Tally-Sub)
                    NOT < WS-Half-Time-Hours
                   SET New-Half-Time TO TRUE
                   ADD 1 TO WS-Half-Time-Count
               WHEN OTHER
                   SET New-Less-Half TO TRUE
                   ADD 1 TO WS-Less-Half-Count
           END-EVALUATE.

       WRITE-NSC-DETAIL.
           ADD 1 TO WS-Detail-Count.
           MOVE SPACES                     TO NscDetailRecord.
           MOVE "D1"                       TO ND-Rec-Type.
           MOVE WS-Student-id              TO ND-StuID.
           MOVE WS-Student-surname         TO ND-Surname.
           MOVE WS-Student-name            TO ND-Name.
           MOVE WS-Student-dob             TO ND-Dob.
           MOVE WS-New-Status              TO ND-Enroll-Status.
           MOVE WS-New-Eff-Date            TO ND-Status-Eff-Date.
           MOVE WS-Term-Load(WS-Tally-Sub) TO ND-Credit-Hours.
           MOVE WS-Nsc-Term-Start          TO ND-Term-Start-Date.
           MOVE WS-Nsc-Term-End            TO ND-Term-End-Date.
           MOVE WS-Change-Flag             TO ND-Change-Flag.
           MOVE WS-Student-id              TO WS-Privacy-StuID.
           PERFORM TEST-PRIVACY-FLAG.
           IF Privacy-Blocked
               MOVE "Y"                    TO ND-Privacy-Flag
               ADD 1 TO WS-Privacy-Withheld
           ELSE
               MOVE "N"                    TO ND-Privacy-Flag
           END-IF.
           WRITE NscDetailRecord.

       SAVE-LAST-SENT.
           MOVE WS-Student-id              TO NS-StuID.
           MOVE WS-Nsc-Term                TO NS-Term.
           MOVE WS-New-Status              TO NS-Status.
           MOVE WS-New-Eff-Date            TO NS-Status-Eff-Date.
           MOVE WS-Term-Load(WS-Tally-Sub) TO NS-Credit-Hours.
           MOVE WS-Today                   TO NS-Sent-Date.
           IF Sent-Before
               REWRITE NscSentRecord
                   INVALID KEY
                       PERFORM REPORT-SENT-WRITE-ERROR
               END-REWRITE
           ELSE
               WRITE NscSentRecord
                   INVALID KEY
                       PERFORM REPORT-SENT-WRITE-ERROR
               END-WRITE
           END-IF.

       REPORT-SENT-WRITE-ERROR.
           DISPLAY "  *** unable to record what was sent for StuID "
                   WS-Student-id ", status " WS-Nsc-Sent-Status
                   " ***".
           MOVE 8 TO RETURN-CODE.

       WRITE-NSC-TRAILER.
           MOVE SPACES           TO NscTrailerRecord.
           MOVE "T1"             TO NST-Rec-Type.
           MOVE WS-Detail-Count  TO NST-Detail-Count.
           MOVE WS-Changed-Count TO NST-Changed-Count.
           WRITE NscTrailerRecord.

      ******************************************************************
      * The control report the registrar signs off before the file
      * is transmitted: counts by enrollment status, then how many
      * are new to the term, changed, and unchanged since last time.
      ******************************************************************
       PRINT-CONTROL-REPORT.
           MOVE SPACES TO NscReportLine.
           STRING "CLEARINGHOUSE ENROLLMENT SUBMISSION - TERM "
                  WS-Nsc-Term "   AS OF: " WS-Today
               DELIMITED BY SIZE INTO NscReportLine
           END-STRING.
           WRITE NscReportLine.
           MOVE SPACES TO NscReportLine.
           STRING "  TERM " WS-Nsc-Term-Start " TO " WS-Nsc-Term-End
                  "   FILE: " WS-Nsc-File-Name
               DELIMITED BY SIZE INTO NscReportLine
           END-STRING.
           WRITE NscReportLine.
           MOVE SPACES TO NscReportLine.
           WRITE NscReportLine.
           MOVE "F  FULL TIME"          TO CL-Label.
           MOVE WS-Full-Time-Count      TO CL-Count.
           PERFORM PRINT-CONTROL-LINE.
           MOVE "Q  THREE-QUARTER TIME" TO CL-Label.
           MOVE WS-Three-Qtr-Count      TO CL-Count.
           PERFORM PRINT-CONTROL-LINE.
           MOVE "H  HALF TIME"          TO CL-Label.
           MOVE WS-Half-Time-Count      TO CL-Count.
           PERFORM PRINT-CONTROL-LINE.
           MOVE "L  LESS THAN HALF TIME" TO CL-Label.
           MOVE WS-Less-Half-Count      TO CL-Count.
           PERFORM PRINT-CONTROL-LINE.
           MOVE "W  WITHDRAWN"          TO CL-Label.
           MOVE WS-Withdrawn-Count      TO CL-Count.
           PERFORM PRINT-CONTROL-LINE.
           MOVE "G  GRADUATED"          TO CL-Label.
           MOVE WS-Graduated-Count      TO CL-Count.
           PERFORM PRINT-CONTROL-LINE.
           MOVE "   TOTAL REPORTED"     TO CL-Label.
           MOVE WS-Detail-Count         TO CL-Count.
           PERFORM PRINT-CONTROL-LINE.
           MOVE SPACES TO NscReportLine.
           WRITE NscReportLine.
           MOVE "   NEW TO THE TERM"    TO CL-Label.
           MOVE WS-New-Count            TO CL-Count.
           PERFORM PRINT-CONTROL-LINE.
           MOVE "   STATUS CHANGED"     TO CL-Label.
           MOVE WS-Changed-Count        TO CL-Count.
           PERFORM PRINT-CONTROL-LINE.
           MOVE "   UNCHANGED"          TO CL-Label.
           MOVE WS-Unchanged-Count      TO CL-Count.
           PERFORM PRINT-CONTROL-LINE.
           MOVE "   PRIVACY BLOCK FLAGGED" TO CL-Label.
           MOVE WS-Privacy-Withheld     TO CL-Count.
           PERFORM PRINT-CONTROL-LINE.

       PRINT-CONTROL-LINE.
           MOVE WS-Control-Line TO NscReportLine.
           WRITE NscReportLine.

       COPY PRIVSCAN-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-nsc-report.
