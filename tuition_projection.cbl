      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Tuition revenue projection for an upcoming term, for the
      * budget office. Every active student's "E" rows in the term
      * are priced the way the billing run will price them - the
      * rate master's per-credit rate and flat term fee - then their
      * waiver, their sponsor's share and their released financial
      * aid are taken off, and the gross, waived, sponsor-billed,
      * aid-covered and net-to-students totals are shown by degree
      * program. A second section prices the term's waitlist and
      * last year's same-term enrollment at this year's rate, so the
      * office can see the range the term is likely to land in.
      * Nothing is charged or recorded - the report is the only
      * output (tuitproj.<term>.prt).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-tuition-proj.

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
       COPY RATE-SEL.
       COPY PROGRAM-SEL.
       COPY SPONSOR-SEL.
       COPY SPONLINK-SEL.
       COPY WAIVER-SEL.
       COPY WAIVLINK-SEL.
       COPY AWARD-SEL.
       COPY CATALOG-SEL.
      *> the waitlist shares its WL- field names with the waiver link,
      *> so its key comes in under its own name here
       COPY WAITLIST-SEL REPLACING ==WL-Key== BY ==WQ-Key==.
           SELECT  ProjectionFile ASSIGN TO WS-Projection-File-Name
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Projection-Status.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentsFile.
       COPY STUDENT.

       COPY TERM-FD.
       COPY RATE-FD.
       COPY PROGRAM-FD.
       COPY SPONSOR-FD.
       COPY SPONLINK-FD.
       COPY WAIVER-FD.
       COPY WAIVLINK-FD.
       COPY AWARD-FD.
       COPY CATALOG-FD.
       COPY WAITLIST-FD REPLACING ==WL-Key==   BY ==WQ-Key==
                                  ==WL-StuID== BY ==WQ-StuID==
                                  ==WL-Term==  BY ==WQ-Term==.

       FD  ProjectionFile.
       01  ProjectionLine              PIC X(80).

       WORKING-STORAGE SECTION.
       COPY STUDENT-WS.
       COPY TERM-WS.
       COPY RATE-WS.
       COPY PROGRAM-WS.
       COPY SPONSOR-WS.
       COPY SPONLINK-WS.
       COPY WAIVER-WS.
       COPY WAIVLINK-WS.
       COPY AWARD-WS.
       COPY CATALOG-WS.
       COPY WAITLIST-WS.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-Projection-Status        PIC XX      VALUE SPACES.
           88  FS-Projection-OK                    VALUE "00".
       01  WS-Projection-File-Name     PIC X(30)   VALUE SPACES.
       01  WS-EOF-SW                   PIC X       VALUE "N".
           88  EndOfFile                           VALUE "Y".
       01  WS-Waitlist-EOF-SW          PIC X       VALUE "N".
           88  EndOfWaitlist                       VALUE "Y".
       01  WS-Award-Scan-SW            PIC X       VALUE "N".
           88  Award-Scan-Done                     VALUE "Y".
       01  WS-Today                    PIC 9(8)    VALUE ZERO.
       01  WS-Proj-Term                PIC X(6)    VALUE SPACES.
      *>   last year's same term, keyed by the operator - term codes
      *>   are registrar free text, so the prior one is not derived
       01  WS-Prior-Term               PIC X(6)    VALUE SPACES.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Per-Credit-Rate==
                               ==MONEY-PIC== BY ==S9(3)V99==.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Flat-Fee==
                               ==MONEY-PIC== BY ==S9(5)V99==.

      *>   an optional file that will not open just means nobody in
      *>   the term holds one - the figures go out without it
       01  WS-Sponsors-Open-SW         PIC X       VALUE "N".
           88  Sponsors-Are-Open                   VALUE "Y".
       01  WS-Waivers-Open-SW          PIC X       VALUE "N".
           88  Waivers-Are-Open                    VALUE "Y".
       01  WS-Awards-Open-SW           PIC X       VALUE "N".
           88  Awards-Are-Open                     VALUE "Y".
       01  WS-Catalog-Open-SW          PIC X       VALUE "N".
           88  Catalog-Is-Open                     VALUE "Y".

      *>   per-StuID hours in the projected term and in last year's
      *>   same term, tallied off the "E" rows ahead of the masters,
      *>   and a flag per StuID for a waitlisted student already
      *>   counted for the flat fee
       01  WS-Term-Hours-Table.
           02  WS-Term-Hours           PIC 9(3)V9  VALUE ZERO
                                        OCCURS 100000 TIMES.
       01  WS-Prior-Hours-Table.
           02  WS-Prior-Hours          PIC 9(3)V9  VALUE ZERO
                                        OCCURS 100000 TIMES.
       01  WS-Waitlist-Flag-Table.
           02  WS-Waitlist-Flag        PIC X       VALUE "N"
                                        OCCURS 100000 TIMES.
       01  WS-Hours-Subscript          PIC 9(6).

      *>   one student's projected bill, built up the way the billing
      *>   run builds the invoice: gross, less waiver, then the
      *>   sponsor's share, then aid against what the student owes
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Gross-Amount==
                               ==MONEY-PIC== BY ==S9(6)V99==.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Waiver-Amount==
                               ==MONEY-PIC== BY ==S9(6)V99==.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Invoice-Amount==
                               ==MONEY-PIC== BY ==S9(6)V99==.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Sponsor-Share==
                               ==MONEY-PIC== BY ==S9(6)V99==.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Student-Share==
                               ==MONEY-PIC== BY ==S9(6)V99==.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Aid-Amount==
                               ==MONEY-PIC== BY ==S9(6)V99==.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Net-Amount==
                               ==MONEY-PIC== BY ==S9(6)V99==.
       01  WS-Waiver-Skipped           PIC 9(5)    VALUE ZERO.

      *>   the totals by degree program: one row per program on the
      *>   master, and a last row for students with no declared
      *>   major or one no longer on the master
       01  WS-Pgm-Count                PIC 99      VALUE ZERO.
       01  WS-Pgm-EOF-SW               PIC X       VALUE "N".
           88  EndOfPrograms                       VALUE "Y".
       01  WS-Pgm-Other                PIC 99      VALUE ZERO.
       01  WS-Pgm-Sub                  PIC 99      VALUE ZERO.
       01  WS-Pgm-Row                  PIC 99      VALUE ZERO.
       01  WS-Program-Totals.
           02  WS-Pgm-Total-Row OCCURS 21 TIMES.
               03  PT-Code             PIC X(6).
               03  PT-Title            PIC X(20).
               03  PT-Students         PIC 9(5).
               03  PT-Hours            PIC 9(6)V9.
               03  PT-Gross            PIC S9(8)V99 COMP-3.
               03  PT-Waived           PIC S9(8)V99 COMP-3.
               03  PT-Sponsor          PIC S9(8)V99 COMP-3.
               03  PT-Aid              PIC S9(8)V99 COMP-3.
               03  PT-Net              PIC S9(8)V99 COMP-3.
       01  WS-Grand-Totals.
           02  GT-Students             PIC 9(6)    VALUE ZERO.
           02  GT-Hours                PIC 9(7)V9  VALUE ZERO.
           02  GT-Gross                PIC S9(9)V99 COMP-3 VALUE ZERO.
           02  GT-Waived               PIC S9(9)V99 COMP-3 VALUE ZERO.
           02  GT-Sponsor              PIC S9(9)V99 COMP-3 VALUE ZERO.
           02  GT-Aid                  PIC S9(9)V99 COMP-3 VALUE ZERO.
           02  GT-Net                  PIC S9(9)V99 COMP-3 VALUE ZERO.

      *>   the range section's inputs
       01  WS-Range-Figures.
           02  RF-Wait-Seats           PIC 9(6)    VALUE ZERO.
           02  RF-Wait-Students        PIC 9(6)    VALUE ZERO.
           02  RF-Wait-Unpriced        PIC 9(6)    VALUE ZERO.
           02  RF-Wait-Hours           PIC 9(7)V9  VALUE ZERO.
           02  RF-Wait-Gross           PIC S9(9)V99 COMP-3 VALUE ZERO.
           02  RF-Prior-Students       PIC 9(6)    VALUE ZERO.
           02  RF-Prior-Hours          PIC 9(7)V9  VALUE ZERO.
           02  RF-Prior-Gross          PIC S9(9)V99 COMP-3 VALUE ZERO.
           02  RF-High-Gross           PIC S9(9)V99 COMP-3 VALUE ZERO.
           02  RF-Low-Gross            PIC S9(9)V99 COMP-3 VALUE ZERO.

       01  WS-Count-Edited             PIC ZZ,ZZ9.
       01  WS-Hours-Edited             PIC ZZZ,ZZ9.9.
       01  WS-Money-Edited-1           PIC $$$,$$$,$$9.99.
       01  WS-Money-Edited-2           PIC $$$,$$$,$$9.99.
       01  WS-Money-Edited-3           PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====TUITION REVENUE PROJECTION====".
      *>   this program runs once per CALL, and md-basics-menu's loop
      *>   can CALL it more than once per run unit - reset every
      *>   switch and accumulator so a second run starts clean
            MOVE 0    TO RETURN-CODE.
            MOVE "N"  TO WS-EOF-SW.
            MOVE "N"  TO WS-Waitlist-EOF-SW.
            MOVE ZERO TO WS-Waiver-Skipped.
            INITIALIZE WS-Grand-Totals.
            INITIALIZE WS-Range-Figures.
            ACCEPT WS-Today FROM DATE YYYYMMDD.
            DISPLAY "Term to project: " WITH NO ADVANCING.
            ACCEPT WS-Proj-Term.
            DISPLAY "Same term last year (blank = none): "
                WITH NO ADVANCING.
            ACCEPT WS-Prior-Term.
            PERFORM VALIDATE-PROJECTION-TERM.
            IF RETURN-CODE NOT = 0
                GOBACK
            END-IF.
            PERFORM READ-TERM-RATE.
            IF RETURN-CODE NOT = 0
                GOBACK
            END-IF.
            PERFORM LOAD-PROGRAM-TOTALS.
            PERFORM CLEAR-ONE-TALLY
                VARYING WS-Hours-Subscript FROM 1 BY 1
                UNTIL WS-Hours-Subscript > 100000.
            OPEN INPUT StudentsFile.
            IF NOT FS-OK
                PERFORM CHECK-FILE-STATUS
                DISPLAY "  *** unable to open students.dat, status "
                        WS-File-Status " ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM OPEN-REDUCTION-FILES.
            PERFORM UNTIL EndOfFile
                READ StudentsFile NEXT RECORD INTO WS-Student
                    AT END
                        SET EndOfFile TO TRUE
                    NOT AT END
                        EVALUATE TRUE
                            WHEN WS-Enrollment-Record
                                PERFORM TALLY-TERM-HOURS
                            WHEN WS-Master-Record
                                IF WS-ACTIVE-STUDENT
                                    PERFORM PROJECT-ONE-STUDENT
                                END-IF
                        END-EVALUATE
                END-READ
                IF NOT EndOfFile AND NOT FS-OK
                    PERFORM CHECK-FILE-STATUS
                    MOVE 8 TO RETURN-CODE
                    SET EndOfFile TO TRUE
                END-IF
            END-PERFORM.
            CLOSE StudentsFile.
            PERFORM PRICE-THE-WAITLIST.
            PERFORM CLOSE-REDUCTION-FILES.
            PERFORM PRINT-PROJECTION-REPORT.
            MOVE GT-Gross TO WS-Money-Edited-1.
            MOVE GT-Net   TO WS-Money-Edited-2.
            DISPLAY "  " GT-Students " student(s) registered, gross "
                    WS-Money-Edited-1 ", net to students "
                    WS-Money-Edited-2.
            DISPLAY "  projection written to " WS-Projection-File-Name.
            GOBACK.

       VALIDATE-PROJECTION-TERM.
           OPEN INPUT TermsFile.
           IF NOT FS-Term-OK
               DISPLAY "  *** terms.dat not available, status "
                       WS-Term-Status " - no projection ***"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Proj-Term TO TM-Code.
           READ TermsFile
               INVALID KEY
                   DISPLAY "  *** term " WS-Proj-Term
                           " is not on the term master ***"
                   MOVE 8 TO RETURN-CODE
           END-READ.
           CLOSE TermsFile.

       READ-TERM-RATE.
      *>   the projection prices at the rate the billing run will use
      *>   - a term with no rate on the master cannot be projected
           OPEN INPUT RatesFile.
           IF NOT FS-Rate-OK
               DISPLAY "  *** rates.dat not available, status "
                       WS-Rate-Status " - no projection ***"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Proj-Term TO RT-Term.
           READ RatesFile
               INVALID KEY
                   DISPLAY "  *** no rate on the master for term "
                           WS-Proj-Term " - no projection ***"
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE RT-Per-Credit-Rate TO WS-Per-Credit-Rate
                   MOVE RT-Flat-Fee        TO WS-Flat-Fee
           END-READ.
           CLOSE RatesFile.

       LOAD-PROGRAM-TOTALS.
           MOVE ZERO TO WS-Pgm-Count.
           MOVE "N"  TO WS-Pgm-EOF-SW.
           INITIALIZE WS-Program-Totals.
           OPEN INPUT ProgramsFile.
           IF FS-Program-OK
               PERFORM UNTIL EndOfPrograms
                   READ ProgramsFile NEXT RECORD
                       AT END
                           SET EndOfPrograms TO TRUE
                       NOT AT END
                           IF WS-Pgm-Count < 20
                               ADD 1 TO WS-Pgm-Count
                               MOVE PG-Code  TO PT-Code(WS-Pgm-Count)
                               MOVE PG-Title TO PT-Title(WS-Pgm-Count)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ProgramsFile
           END-IF.
           COMPUTE WS-Pgm-Other = WS-Pgm-Count + 1.
           MOVE SPACES           TO PT-Code(WS-Pgm-Other).
           MOVE "NO PROGRAM"     TO PT-Title(WS-Pgm-Other).

       CLEAR-ONE-TALLY.
           MOVE ZERO TO WS-Term-Hours(WS-Hours-Subscript).
           MOVE ZERO TO WS-Prior-Hours(WS-Hours-Subscript).
           MOVE "N"  TO WS-Waitlist-Flag(WS-Hours-Subscript).

       OPEN-REDUCTION-FILES.
           MOVE "N" TO WS-Sponsors-Open-SW.
           OPEN INPUT SponsorFile.
           IF FS-Sponsor-OK
               OPEN INPUT SponsorLinkFile
               IF FS-SponLink-OK
                   SET Sponsors-Are-Open TO TRUE
               ELSE
                   CLOSE SponsorFile
               END-IF
           END-IF.
           MOVE "N" TO WS-Waivers-Open-SW.
           OPEN INPUT WaiverFile.
           IF FS-Waiver-OK
               OPEN INPUT WaiverLinkFile
               IF FS-WaivLink-OK
                   SET Waivers-Are-Open TO TRUE
               ELSE
                   CLOSE WaiverFile
               END-IF
           END-IF.
           MOVE "N" TO WS-Awards-Open-SW.
           OPEN INPUT AwardsFile.
           IF FS-Award-OK
               SET Awards-Are-Open TO TRUE
           END-IF.

       CLOSE-REDUCTION-FILES.
           IF Sponsors-Are-Open
               CLOSE SponsorFile
               CLOSE SponsorLinkFile
           END-IF.
           IF Waivers-Are-Open
               CLOSE WaiverFile
               CLOSE WaiverLinkFile
           END-IF.
           IF Awards-Are-Open
               CLOSE AwardsFile
           END-IF.

       TALLY-TERM-HOURS.
           COMPUTE WS-Hours-Subscript = WS-ED-StuID + 1.
           IF WS-ED-Term = WS-Proj-Term
               ADD WS-ED-Credit-Hours
                   TO WS-Term-Hours(WS-Hours-Subscript)
           END-IF.
      *>   last year's students are counted off their rows, not their
      *>   masters - some have graduated or left since
           IF WS-Prior-Term NOT = SPACES
              AND WS-ED-Term = WS-Prior-Term
               IF WS-Prior-Hours(WS-Hours-Subscript) = ZERO
                   ADD 1 TO RF-Prior-Students
               END-IF
               ADD WS-ED-Credit-Hours
                   TO WS-Prior-Hours(WS-Hours-Subscript)
               ADD WS-ED-Credit-Hours TO RF-Prior-Hours
           END-IF.

      ******************************************************************
      * One registered student: the billing run's pricing, without
      * the ledger. A student with no hours in the term owes nothing.
      ******************************************************************
       PROJECT-ONE-STUDENT.
           COMPUTE WS-Hours-Subscript = WS-Student-id + 1.
           IF WS-Term-Hours(WS-Hours-Subscript) = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-Gross-Amount ROUNDED =
               WS-Term-Hours(WS-Hours-Subscript)
               * WS-Per-Credit-Rate
               + WS-Flat-Fee.
           PERFORM PROJECT-TUITION-WAIVER.
           COMPUTE WS-Invoice-Amount =
               WS-Gross-Amount - WS-Waiver-Amount.
           PERFORM PROJECT-SPONSOR-SHARE.
           PERFORM PROJECT-RELEASED-AID.
           COMPUTE WS-Net-Amount = WS-Student-Share - WS-Aid-Amount.
           PERFORM FIND-PROGRAM-ROW.
           ADD 1                 TO PT-Students(WS-Pgm-Row).
           ADD WS-Term-Hours(WS-Hours-Subscript)
                                 TO PT-Hours(WS-Pgm-Row).
           ADD WS-Gross-Amount   TO PT-Gross(WS-Pgm-Row).
           ADD WS-Waiver-Amount  TO PT-Waived(WS-Pgm-Row).
           ADD WS-Sponsor-Share  TO PT-Sponsor(WS-Pgm-Row).
           ADD WS-Aid-Amount     TO PT-Aid(WS-Pgm-Row).
           ADD WS-Net-Amount     TO PT-Net(WS-Pgm-Row).
           ADD 1                 TO GT-Students.
           ADD WS-Term-Hours(WS-Hours-Subscript) TO GT-Hours.
           ADD WS-Gross-Amount   TO GT-Gross.
           ADD WS-Waiver-Amount  TO GT-Waived.
           ADD WS-Sponsor-Share  TO GT-Sponsor.
           ADD WS-Aid-Amount     TO GT-Aid.
           ADD WS-Net-Amount     TO GT-Net.

       PROJECT-TUITION-WAIVER.
      *>   the billing run's waiver rule: percentage or flat, held to
      *>   the code's per-term cap and never more than the gross. A
      *>   code unknown or inactive will be billed at the gross, so
      *>   it is projected at the gross and counted.
           MOVE ZERO TO WS-Waiver-Amount.
           IF NOT Waivers-Are-Open
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Student-id TO WL-StuID.
           MOVE WS-Proj-Term  TO WL-Term.
           READ WaiverLinkFile
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE WL-Waiver-Code TO WV-Code.
           READ WaiverFile
               INVALID KEY
                   ADD 1 TO WS-Waiver-Skipped
                   EXIT PARAGRAPH
           END-READ.
           IF NOT WV-Active-Waiver
               ADD 1 TO WS-Waiver-Skipped
               EXIT PARAGRAPH
           END-IF.
           IF WV-Percent-Waiver
               COMPUTE WS-Waiver-Amount ROUNDED =
                   WS-Gross-Amount * WV-Percent / 100
           ELSE
               MOVE WV-Flat-Amount TO WS-Waiver-Amount
           END-IF.
           IF WV-Max-Per-Term > ZERO
              AND WS-Waiver-Amount > WV-Max-Per-Term
               MOVE WV-Max-Per-Term TO WS-Waiver-Amount
           END-IF.
           IF WS-Waiver-Amount > WS-Gross-Amount
               MOVE WS-Gross-Amount TO WS-Waiver-Amount
           END-IF.

       PROJECT-SPONSOR-SHARE.
      *>   an active sponsor is billed its covered percentage of the
      *>   waived invoice; the rest is the student's
           MOVE WS-Invoice-Amount TO WS-Student-Share.
           MOVE ZERO              TO WS-Sponsor-Share.
           IF NOT Sponsors-Are-Open
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Student-id TO SL-StuID.
           READ SponsorLinkFile
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE SL-Sponsor-Code TO SP-Code.
           READ SponsorFile
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           IF NOT SP-Active-Sponsor
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-Sponsor-Share ROUNDED =
               WS-Invoice-Amount * SL-Coverage-Pct / 100.
           COMPUTE WS-Student-Share =
               WS-Invoice-Amount - WS-Sponsor-Share.

       PROJECT-RELEASED-AID.
      *>   every released award for the term, less anything already
      *>   returned, covers the student's own share - never more than
      *>   it; aid past the bill is a refund, not tuition revenue
           MOVE ZERO TO WS-Aid-Amount.
           IF NOT Awards-Are-Open OR WS-Student-Share NOT > ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE "N"           TO WS-Award-Scan-SW.
           MOVE WS-Student-id TO AW-StuID.
           MOVE WS-Proj-Term  TO AW-Term.
           MOVE LOW-VALUES    TO AW-Fund-Code.
           START AwardsFile KEY IS NOT LESS THAN AW-Key
               INVALID KEY
                   SET Award-Scan-Done TO TRUE
           END-START.
           PERFORM UNTIL Award-Scan-Done
               READ AwardsFile NEXT RECORD
                   AT END
                       SET Award-Scan-Done TO TRUE
                   NOT AT END
                       IF AW-StuID NOT = WS-Student-id
                          OR AW-Term NOT = WS-Proj-Term
                           SET Award-Scan-Done TO TRUE
                       ELSE
                           IF AW-Released-Award
                               COMPUTE WS-Aid-Amount =
                                   WS-Aid-Amount + AW-Awarded
                                   - AW-Returned-Amount
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-Aid-Amount < ZERO
               MOVE ZERO TO WS-Aid-Amount
           END-IF.
           IF WS-Aid-Amount > WS-Student-Share
               MOVE WS-Student-Share TO WS-Aid-Amount
           END-IF.

       FIND-PROGRAM-ROW.
           MOVE WS-Pgm-Other TO WS-Pgm-Row.
           IF WS-Student-major = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-Pgm-Sub FROM 1 BY 1
                   UNTIL WS-Pgm-Sub > WS-Pgm-Count
               IF PT-Code(WS-Pgm-Sub) = WS-Student-major
                   MOVE WS-Pgm-Sub TO WS-Pgm-Row
               END-IF
           END-PERFORM.

      ******************************************************************
      * The waitlist side of the range: every queued seat in the term
      * priced at its catalog hours, plus one flat fee for each
      * waitlisted student not already registered - a student who
      * clears the waitlist is billed the same way as the rest.
      ******************************************************************
       PRICE-THE-WAITLIST.
           MOVE "N" TO WS-Catalog-Open-SW.
           OPEN INPUT CatalogFile.
           IF FS-Catalog-OK
               SET Catalog-Is-Open TO TRUE
           END-IF.
           OPEN INPUT WaitlistFile.
           IF NOT FS-Waitlist-OK
               SET EndOfWaitlist TO TRUE
           END-IF.
           PERFORM UNTIL EndOfWaitlist
               READ WaitlistFile NEXT RECORD
                   AT END
                       SET EndOfWaitlist TO TRUE
                   NOT AT END
                       IF WQ-Term = WS-Proj-Term
                           PERFORM PRICE-ONE-WAITLIST-SEAT
                       END-IF
               END-READ
           END-PERFORM.
           IF FS-Waitlist-OK OR WS-Waitlist-Status = "10"
               CLOSE WaitlistFile
           END-IF.
           IF Catalog-Is-Open
               CLOSE CatalogFile
           END-IF.

       PRICE-ONE-WAITLIST-SEAT.
           ADD 1 TO RF-Wait-Seats.
           IF NOT Catalog-Is-Open
               ADD 1 TO RF-Wait-Unpriced
               EXIT PARAGRAPH
           END-IF.
           MOVE WL-Course-Code TO CF-Code.
           MOVE WL-Section     TO CF-Section.
           READ CatalogFile
               INVALID KEY
                   ADD 1 TO RF-Wait-Unpriced
                   EXIT PARAGRAPH
           END-READ.
           ADD CF-Credit-Hours TO RF-Wait-Hours.
           COMPUTE RF-Wait-Gross ROUNDED =
               RF-Wait-Gross + CF-Credit-Hours * WS-Per-Credit-Rate.
           COMPUTE WS-Hours-Subscript = WQ-StuID + 1.
           IF WS-Term-Hours(WS-Hours-Subscript) = ZERO
              AND WS-Waitlist-Flag(WS-Hours-Subscript) = "N"
               MOVE "Y" TO WS-Waitlist-Flag(WS-Hours-Subscript)
               ADD 1 TO RF-Wait-Students
               ADD WS-Flat-Fee TO RF-Wait-Gross
           END-IF.

      ******************************************************************
      * The report: the registered-to-date figures by degree program,
      * then the range the term is likely to land in.
      ******************************************************************
       PRINT-PROJECTION-REPORT.
           MOVE SPACES TO WS-Projection-File-Name.
           STRING "tuitproj."    DELIMITED BY SIZE
                  WS-Proj-Term   DELIMITED BY SPACE
                  ".prt"         DELIMITED BY SIZE
                  INTO WS-Projection-File-Name
           END-STRING.
           OPEN OUTPUT ProjectionFile.
           IF NOT FS-Projection-OK
               DISPLAY "  *** unable to open " WS-Projection-File-Name
                       ", status " WS-Projection-Status " ***"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO ProjectionLine.
           STRING "TUITION REVENUE PROJECTION - TERM " WS-Proj-Term
                  "   AS OF: " WS-Today
               DELIMITED BY SIZE INTO ProjectionLine
           END-STRING.
           WRITE ProjectionLine.
           MOVE WS-Per-Credit-Rate TO WS-Money-Edited-1.
           MOVE WS-Flat-Fee        TO WS-Money-Edited-2.
           MOVE SPACES TO ProjectionLine.
           STRING "  PRICED AT " WS-Money-Edited-1 " PER CREDIT PLUS "
                  WS-Money-Edited-2 " FLAT FEE"
               DELIMITED BY SIZE INTO ProjectionLine
           END-STRING.
           WRITE ProjectionLine.
           MOVE SPACES TO ProjectionLine.
           WRITE ProjectionLine.
           MOVE "SECTION 1 - REGISTERED TO DATE, BY DEGREE PROGRAM"
               TO ProjectionLine.
           WRITE ProjectionLine.
           PERFORM PRINT-ONE-PROGRAM
               VARYING WS-Pgm-Sub FROM 1 BY 1
               UNTIL WS-Pgm-Sub > WS-Pgm-Other.
           PERFORM PRINT-GRAND-TOTALS.
           PERFORM PRINT-RANGE-SECTION.
           CLOSE ProjectionFile.

       PRINT-ONE-PROGRAM.
      *>   a program nobody is registered in takes no room
           IF PT-Students(WS-Pgm-Sub) = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO ProjectionLine.
           WRITE ProjectionLine.
           MOVE PT-Students(WS-Pgm-Sub) TO WS-Count-Edited.
           MOVE PT-Hours(WS-Pgm-Sub)    TO WS-Hours-Edited.
           MOVE SPACES TO ProjectionLine.
           STRING PT-Code(WS-Pgm-Sub) " " PT-Title(WS-Pgm-Sub)
                  "  STUDENTS " WS-Count-Edited
                  "  HOURS " WS-Hours-Edited
               DELIMITED BY SIZE INTO ProjectionLine
           END-STRING.
           WRITE ProjectionLine.
           MOVE PT-Gross(WS-Pgm-Sub)   TO WS-Money-Edited-1.
           MOVE PT-Waived(WS-Pgm-Sub)  TO WS-Money-Edited-2.
           MOVE PT-Sponsor(WS-Pgm-Sub) TO WS-Money-Edited-3.
           PERFORM PRINT-AMOUNTS-LINE-1.
           MOVE PT-Aid(WS-Pgm-Sub)     TO WS-Money-Edited-1.
           MOVE PT-Net(WS-Pgm-Sub)     TO WS-Money-Edited-2.
           PERFORM PRINT-AMOUNTS-LINE-2.

       PRINT-AMOUNTS-LINE-1.
           MOVE SPACES TO ProjectionLine.
           STRING "    GROSS " WS-Money-Edited-1
                  "  WAIVED " WS-Money-Edited-2
                  "  SPONSOR " WS-Money-Edited-3
               DELIMITED BY SIZE INTO ProjectionLine
           END-STRING.
           WRITE ProjectionLine.

       PRINT-AMOUNTS-LINE-2.
           MOVE SPACES TO ProjectionLine.
           STRING "    AID   " WS-Money-Edited-1
                  "  NET TO STUDENTS " WS-Money-Edited-2
               DELIMITED BY SIZE INTO ProjectionLine
           END-STRING.
           WRITE ProjectionLine.

       PRINT-GRAND-TOTALS.
           MOVE SPACES TO ProjectionLine.
           WRITE ProjectionLine.
           MOVE GT-Students TO WS-Count-Edited.
           MOVE GT-Hours    TO WS-Hours-Edited.
           MOVE SPACES TO ProjectionLine.
           STRING "ALL PROGRAMS                 STUDENTS "
                  WS-Count-Edited "  HOURS " WS-Hours-Edited
               DELIMITED BY SIZE INTO ProjectionLine
           END-STRING.
           WRITE ProjectionLine.
           MOVE GT-Gross   TO WS-Money-Edited-1.
           MOVE GT-Waived  TO WS-Money-Edited-2.
           MOVE GT-Sponsor TO WS-Money-Edited-3.
           PERFORM PRINT-AMOUNTS-LINE-1.
           MOVE GT-Aid     TO WS-Money-Edited-1.
           MOVE GT-Net     TO WS-Money-Edited-2.
           PERFORM PRINT-AMOUNTS-LINE-2.
           IF WS-Waiver-Skipped > ZERO
               MOVE WS-Waiver-Skipped TO WS-Count-Edited
               MOVE SPACES TO ProjectionLine
               STRING "    " WS-Count-Edited " waiver(s) on an unknown "
                      "or inactive code, projected at the gross"
                   DELIMITED BY SIZE INTO ProjectionLine
               END-STRING
               WRITE ProjectionLine
           END-IF.

       PRINT-RANGE-SECTION.
      *>   low is what is registered today; high is the better of
      *>   today plus the whole waitlist and last year's volume at
      *>   this year's rate - all at the gross, before reductions
           COMPUTE RF-Prior-Gross ROUNDED =
               RF-Prior-Hours * WS-Per-Credit-Rate
               + RF-Prior-Students * WS-Flat-Fee.
           MOVE GT-Gross TO RF-Low-Gross.
           COMPUTE RF-High-Gross = GT-Gross + RF-Wait-Gross.
           IF RF-Prior-Gross > RF-High-Gross
               MOVE RF-Prior-Gross TO RF-High-Gross
           END-IF.
           MOVE SPACES TO ProjectionLine.
           WRITE ProjectionLine.
           MOVE "SECTION 2 - PROJECTED RANGE (GROSS)" TO ProjectionLine.
           WRITE ProjectionLine.
           MOVE SPACES TO ProjectionLine.
           WRITE ProjectionLine.
           MOVE GT-Gross TO WS-Money-Edited-1.
           MOVE SPACES TO ProjectionLine.
           STRING "  REGISTERED TO DATE           " WS-Money-Edited-1
               DELIMITED BY SIZE INTO ProjectionLine
           END-STRING.
           WRITE ProjectionLine.
           MOVE RF-Wait-Gross TO WS-Money-Edited-1.
           MOVE RF-Wait-Seats TO WS-Count-Edited.
           MOVE SPACES TO ProjectionLine.
           STRING "  WAITLIST IF ALL CLEAR        " WS-Money-Edited-1
                  "  SEATS " WS-Count-Edited
               DELIMITED BY SIZE INTO ProjectionLine
           END-STRING.
           WRITE ProjectionLine.
           MOVE RF-Wait-Students TO WS-Count-Edited.
           MOVE RF-Wait-Hours    TO WS-Hours-Edited.
           MOVE SPACES TO ProjectionLine.
           STRING "    NEW STUDENTS " WS-Count-Edited
                  "  HOURS " WS-Hours-Edited
               DELIMITED BY SIZE INTO ProjectionLine
           END-STRING.
           WRITE ProjectionLine.
           IF RF-Wait-Unpriced > ZERO
               MOVE RF-Wait-Unpriced TO WS-Count-Edited
               MOVE SPACES TO ProjectionLine
               STRING "    " WS-Count-Edited " seat(s) not on the "
                      "catalog, not priced"
                   DELIMITED BY SIZE INTO ProjectionLine
               END-STRING
               WRITE ProjectionLine
           END-IF.
           IF WS-Prior-Term = SPACES
               MOVE "  LAST YEAR'S SAME TERM        NOT REQUESTED"
                   TO ProjectionLine
               WRITE ProjectionLine
           ELSE
               MOVE RF-Prior-Gross TO WS-Money-Edited-1
               MOVE SPACES TO ProjectionLine
               STRING "  LAST YEAR (" WS-Prior-Term
                      ") AT THIS RATE  " WS-Money-Edited-1
                   DELIMITED BY SIZE INTO ProjectionLine
               END-STRING
               WRITE ProjectionLine
               MOVE RF-Prior-Students TO WS-Count-Edited
               MOVE RF-Prior-Hours    TO WS-Hours-Edited
               MOVE SPACES TO ProjectionLine
               STRING "    STUDENTS " WS-Count-Edited
                      "  HOURS " WS-Hours-Edited
                   DELIMITED BY SIZE INTO ProjectionLine
               END-STRING
               WRITE ProjectionLine
           END-IF.
           MOVE SPACES TO ProjectionLine.
           WRITE ProjectionLine.
           MOVE RF-Low-Gross  TO WS-Money-Edited-1.
           MOVE RF-High-Gross TO WS-Money-Edited-2.
           MOVE SPACES TO ProjectionLine.
           STRING "  RANGE  LOW " WS-Money-Edited-1
                  "   HIGH " WS-Money-Edited-2
               DELIMITED BY SIZE INTO ProjectionLine
           END-STRING.
           WRITE ProjectionLine.

       COPY FILESTAT-PROC.

       END PROGRAM md-basics-tuition-proj.
