      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Registration-to-date comparison for the dean's morning
      * question: are we ahead of last year or behind? The term's
      * latest nightly snapshot (regsnap.dat) is lined up against
      * the snapshot of the same term last year taken the same
      * number of days before that term started - or the nearest
      * night to it where a night was missed. Headcount, credit
      * hours and FTE are shown now, last year and the change, by
      * degree program and by cohort class: NEW is the cohort
      * admitted for the term itself, CONTINUING is everyone else.
      * Admit terms differ year to year, so the classes are what
      * line up, not the cohort codes. Output is regcomp.<term>.prt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-reg-compare.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY REGSNAP-SEL.
           SELECT  CompareFile ASSIGN TO WS-Compare-File-Name
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Compare-Status.

       DATA DIVISION.
       FILE SECTION.
       COPY REGSNAP-FD.

       FD  CompareFile.
       01  CompareLine                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY REGSNAP-WS.
       01  WS-Compare-Status           PIC XX      VALUE SPACES.
           88  FS-Compare-OK                       VALUE "00".
       01  WS-Compare-File-Name        PIC X(30)   VALUE SPACES.
       01  WS-Snap-Scan-SW             PIC X       VALUE "N".
           88  Snap-Scan-Done                      VALUE "Y".
       01  WS-Today                    PIC 9(8)    VALUE ZERO.
       01  WS-Comp-Term                PIC X(6)    VALUE SPACES.
      *>   last year's same term, keyed by the operator - term codes
      *>   are registrar free text, so the prior one is not derived
       01  WS-Prior-Term               PIC X(6)    VALUE SPACES.
       01  WS-Scan-Term                PIC X(6)    VALUE SPACES.

      *>   the snapshot nights being compared
       01  WS-Now-Date                 PIC 9(8)    VALUE ZERO.
       01  WS-Now-Days-Out             PIC S9(4)   VALUE ZERO.
       01  WS-Prior-Date               PIC 9(8)    VALUE ZERO.
       01  WS-Prior-Days-Out           PIC S9(4)   VALUE ZERO.
       01  WS-Prior-Found-SW           PIC X       VALUE "N".
           88  Prior-Found                         VALUE "Y".
       01  WS-Best-Gap                 PIC 9(4)    VALUE ZERO.
       01  WS-This-Gap                 PIC S9(5)   VALUE ZERO.

      *>   the figures by degree program - class 1 is NEW, class 2
      *>   CONTINUING, class 3 the program's two classes together
       01  WS-Cmp-Count                PIC 99      VALUE ZERO.
       01  WS-Cmp-Sub                  PIC 99      VALUE ZERO.
       01  WS-Cmp-Found-SW             PIC X       VALUE "N".
           88  Cmp-Found                           VALUE "Y".
       01  WS-Cmp-Full-SW              PIC X       VALUE "N".
           88  Cmp-Table-Full                      VALUE "Y".
       01  WS-Class-Sub                PIC 9       VALUE ZERO.
       01  WS-Compare-Table.
           02  WS-Cmp-Row OCCURS 50 TIMES.
               03  CMP-Program         PIC X(6).
               03  CMP-Figures.
                   04  CMP-Class OCCURS 3 TIMES.
                       05  CMP-Now-Heads     PIC 9(6).
                       05  CMP-Now-Hours     PIC 9(7)V9.
                       05  CMP-Now-FTE       PIC 9(6)V99.
                       05  CMP-Prior-Heads   PIC 9(6).
                       05  CMP-Prior-Hours   PIC 9(7)V9.
                       05  CMP-Prior-FTE     PIC 9(6)V99.
       01  WS-Total-Figures.
           02  TOT-Class OCCURS 3 TIMES.
               03  TOT-Now-Heads       PIC 9(6).
               03  TOT-Now-Hours       PIC 9(7)V9.
               03  TOT-Now-FTE         PIC 9(6)V99.
               03  TOT-Prior-Heads     PIC 9(6).
               03  TOT-Prior-Hours     PIC 9(7)V9.
               03  TOT-Prior-FTE       PIC 9(6)V99.
      *>   one block at a time goes through the print paragraphs -
      *>   a program's figures or the all-programs totals, same shape
       01  WS-Print-Figures.
           02  PRT-Class OCCURS 3 TIMES.
               03  PRT-Now-Heads       PIC 9(6).
               03  PRT-Now-Hours       PIC 9(7)V9.
               03  PRT-Now-FTE         PIC 9(6)V99.
               03  PRT-Prior-Heads     PIC 9(6).
               03  PRT-Prior-Hours     PIC 9(7)V9.
               03  PRT-Prior-FTE       PIC 9(6)V99.
       01  WS-Print-Title              PIC X(20)   VALUE SPACES.
       01  WS-Class-Title              PIC X(12)   VALUE SPACES.

       01  WS-Heads-Change             PIC S9(6)   VALUE ZERO.
       01  WS-Hours-Change             PIC S9(7)V9 VALUE ZERO.
       01  WS-FTE-Change               PIC S9(6)V99 VALUE ZERO.
       01  WS-Days-Edited              PIC -(4)9.
       01  WS-Days-Edited-2            PIC -(4)9.
       01  WS-Heads-Edited-1           PIC ZZZ,ZZ9.
       01  WS-Heads-Edited-2           PIC ZZZ,ZZ9.
       01  WS-Heads-Change-Edited      PIC +++,++9.
       01  WS-Hours-Edited-1           PIC Z,ZZZ,ZZ9.9.
       01  WS-Hours-Edited-2           PIC Z,ZZZ,ZZ9.9.
       01  WS-Hours-Change-Edited      PIC +,+++,++9.9.
       01  WS-FTE-Edited-1             PIC ZZZ,ZZ9.99.
       01  WS-FTE-Edited-2             PIC ZZZ,ZZ9.99.
       01  WS-FTE-Change-Edited        PIC +++,++9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====REGISTRATION-TO-DATE COMPARISON====".
      *>   this program runs once per CALL, and md-basics-menu's loop
      *>   can CALL it more than once per run unit - reset every
      *>   switch and accumulator so a second run starts clean
            MOVE 0    TO RETURN-CODE.
            MOVE ZERO TO WS-Cmp-Count.
            MOVE "N"  TO WS-Cmp-Full-SW.
            MOVE "N"  TO WS-Prior-Found-SW.
            INITIALIZE WS-Compare-Table.
            INITIALIZE WS-Total-Figures.
            ACCEPT WS-Today FROM DATE YYYYMMDD.
            DISPLAY "Term to compare: " WITH NO ADVANCING.
            ACCEPT WS-Comp-Term.
            DISPLAY "Same term last year: " WITH NO ADVANCING.
            ACCEPT WS-Prior-Term.
            OPEN INPUT RegSnapFile.
            IF NOT FS-RegSnap-OK
                DISPLAY "  *** regsnap.dat not available, status "
                        WS-RegSnap-Status " - no comparison ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM FIND-LATEST-SNAPSHOT.
            IF WS-Now-Date = ZERO
                DISPLAY "  *** no snapshot on file for term "
                        WS-Comp-Term " ***"
                MOVE 8 TO RETURN-CODE
                CLOSE RegSnapFile
                GOBACK
            END-IF.
            PERFORM FIND-MATCHING-SNAPSHOT.
            MOVE WS-Comp-Term TO WS-Scan-Term.
            MOVE WS-Now-Date  TO RS-Snap-Date.
            PERFORM POSITION-AT-SNAPSHOT.
            PERFORM UNTIL Snap-Scan-Done
                PERFORM READ-SNAPSHOT-ROW
                IF NOT Snap-Scan-Done
                   AND RS-Snap-Date = WS-Now-Date
                    PERFORM ADD-NOW-ROW
                END-IF
            END-PERFORM.
            IF Prior-Found
                MOVE WS-Prior-Term TO WS-Scan-Term
                MOVE WS-Prior-Date TO RS-Snap-Date
                PERFORM POSITION-AT-SNAPSHOT
                PERFORM UNTIL Snap-Scan-Done
                    PERFORM READ-SNAPSHOT-ROW
                    IF NOT Snap-Scan-Done
                       AND RS-Snap-Date = WS-Prior-Date
                        PERFORM ADD-PRIOR-ROW
                    END-IF
                END-PERFORM
            ELSE
                DISPLAY "  *** no snapshot on file for term "
                        WS-Prior-Term " - this year's figures only ***"
                MOVE 4 TO RETURN-CODE
            END-IF.
            CLOSE RegSnapFile.
            IF Cmp-Table-Full
                DISPLAY "  *** more than 50 degree programs - the "
                        "rest are in the totals only ***"
                MOVE 4 TO RETURN-CODE
            END-IF.
            PERFORM PRINT-COMPARISON-REPORT.
            MOVE TOT-Now-Heads(3)   TO WS-Heads-Edited-1.
            MOVE TOT-Prior-Heads(3) TO WS-Heads-Edited-2.
            COMPUTE WS-Heads-Change =
                TOT-Now-Heads(3) - TOT-Prior-Heads(3).
            MOVE WS-Heads-Change    TO WS-Heads-Change-Edited.
            DISPLAY "  headcount " WS-Heads-Edited-1 " now, "
                    WS-Heads-Edited-2 " last year, change "
                    WS-Heads-Change-Edited.
            MOVE TOT-Now-FTE(3)     TO WS-FTE-Edited-1.
            MOVE TOT-Prior-FTE(3)   TO WS-FTE-Edited-2.
            COMPUTE WS-FTE-Change =
                TOT-Now-FTE(3) - TOT-Prior-FTE(3).
            MOVE WS-FTE-Change      TO WS-FTE-Change-Edited.
            DISPLAY "  FTE       " WS-FTE-Edited-1 " now, "
                    WS-FTE-Edited-2 " last year, change "
                    WS-FTE-Change-Edited.
            DISPLAY "  comparison written to " WS-Compare-File-Name.
            GOBACK.

      ******************************************************************
      * Picking the two nights: the term's latest snapshot, and last
      * year's snapshot nearest the same number of days out. On a
      * tie the night further out wins - registration only grows as
      * the start nears, so the earlier night is the fairer match.
      ******************************************************************
       FIND-LATEST-SNAPSHOT.
           MOVE ZERO         TO WS-Now-Date.
           MOVE WS-Comp-Term TO WS-Scan-Term.
           MOVE ZERO         TO RS-Snap-Date.
           PERFORM POSITION-AT-SNAPSHOT.
           PERFORM UNTIL Snap-Scan-Done
               PERFORM READ-SNAPSHOT-ROW
               IF NOT Snap-Scan-Done
                  AND RS-Snap-Date > WS-Now-Date
                   MOVE RS-Snap-Date TO WS-Now-Date
                   MOVE RS-Days-Out  TO WS-Now-Days-Out
               END-IF
           END-PERFORM.

       FIND-MATCHING-SNAPSHOT.
           MOVE "N"           TO WS-Prior-Found-SW.
           MOVE WS-Prior-Term TO WS-Scan-Term.
           MOVE ZERO          TO RS-Snap-Date.
           PERFORM POSITION-AT-SNAPSHOT.
           PERFORM UNTIL Snap-Scan-Done
               PERFORM READ-SNAPSHOT-ROW
               IF NOT Snap-Scan-Done
                   PERFORM WEIGH-PRIOR-NIGHT
               END-IF
           END-PERFORM.

       WEIGH-PRIOR-NIGHT.
           COMPUTE WS-This-Gap = RS-Days-Out - WS-Now-Days-Out.
           IF WS-This-Gap < ZERO
               COMPUTE WS-This-Gap = ZERO - WS-This-Gap
           END-IF.
           IF NOT Prior-Found
              OR WS-This-Gap < WS-Best-Gap
              OR (WS-This-Gap = WS-Best-Gap
                  AND RS-Days-Out > WS-Prior-Days-Out)
               SET Prior-Found TO TRUE
               MOVE WS-This-Gap  TO WS-Best-Gap
               MOVE RS-Snap-Date TO WS-Prior-Date
               MOVE RS-Days-Out  TO WS-Prior-Days-Out
           END-IF.

       POSITION-AT-SNAPSHOT.
      *>   the caller sets RS-Snap-Date - zero for the term's first
      *>   night, or the night wanted
           MOVE "N"          TO WS-Snap-Scan-SW.
           MOVE WS-Scan-Term TO RS-Term.
           MOVE LOW-VALUES   TO RS-Program.
           MOVE LOW-VALUES   TO RS-Cohort.
           START RegSnapFile KEY IS NOT LESS THAN RS-Key
               INVALID KEY
                   SET Snap-Scan-Done TO TRUE
           END-START.

       READ-SNAPSHOT-ROW.
           READ RegSnapFile NEXT RECORD
               AT END
                   SET Snap-Scan-Done TO TRUE
               NOT AT END
                   IF RS-Term NOT = WS-Scan-Term
                       SET Snap-Scan-Done TO TRUE
                   END-IF
           END-READ.

      ******************************************************************
      * Accumulating: each snapshot row lands in its program's row
      * and in the totals, under its cohort class and under both.
      ******************************************************************
       ADD-NOW-ROW.
           IF RS-Cohort = WS-Comp-Term
               MOVE 1 TO WS-Class-Sub
           ELSE
               MOVE 2 TO WS-Class-Sub
           END-IF.
           PERFORM FIND-PROGRAM-ROW.
           PERFORM ADD-NOW-FIGURES.
           MOVE 3 TO WS-Class-Sub.
           PERFORM ADD-NOW-FIGURES.

       ADD-NOW-FIGURES.
           IF WS-Cmp-Sub > ZERO
               ADD RS-Headcount    TO CMP-Now-Heads(WS-Cmp-Sub,
                                                    WS-Class-Sub)
               ADD RS-Credit-Hours TO CMP-Now-Hours(WS-Cmp-Sub,
                                                    WS-Class-Sub)
               ADD RS-FTE          TO CMP-Now-FTE(WS-Cmp-Sub,
                                                  WS-Class-Sub)
           END-IF.
           ADD RS-Headcount    TO TOT-Now-Heads(WS-Class-Sub).
           ADD RS-Credit-Hours TO TOT-Now-Hours(WS-Class-Sub).
           ADD RS-FTE          TO TOT-Now-FTE(WS-Class-Sub).

       ADD-PRIOR-ROW.
           IF RS-Cohort = WS-Prior-Term
               MOVE 1 TO WS-Class-Sub
           ELSE
               MOVE 2 TO WS-Class-Sub
           END-IF.
           PERFORM FIND-PROGRAM-ROW.
           PERFORM ADD-PRIOR-FIGURES.
           MOVE 3 TO WS-Class-Sub.
           PERFORM ADD-PRIOR-FIGURES.

       ADD-PRIOR-FIGURES.
           IF WS-Cmp-Sub > ZERO
               ADD RS-Headcount    TO CMP-Prior-Heads(WS-Cmp-Sub,
                                                      WS-Class-Sub)
               ADD RS-Credit-Hours TO CMP-Prior-Hours(WS-Cmp-Sub,
                                                      WS-Class-Sub)
               ADD RS-FTE          TO CMP-Prior-FTE(WS-Cmp-Sub,
                                                    WS-Class-Sub)
           END-IF.
           ADD RS-Headcount    TO TOT-Prior-Heads(WS-Class-Sub).
           ADD RS-Credit-Hours TO TOT-Prior-Hours(WS-Class-Sub).
           ADD RS-FTE          TO TOT-Prior-FTE(WS-Class-Sub).

       FIND-PROGRAM-ROW.
      *>   leaves WS-Cmp-Sub on the program's row, or zero when the
      *>   table is full and the row counts in the totals only
           MOVE "N" TO WS-Cmp-Found-SW.
           PERFORM VARYING WS-Cmp-Sub FROM 1 BY 1
                   UNTIL WS-Cmp-Sub > WS-Cmp-Count
                      OR Cmp-Found
               IF CMP-Program(WS-Cmp-Sub) = RS-Program
                   SET Cmp-Found TO TRUE
               END-IF
           END-PERFORM.
           IF Cmp-Found
               SUBTRACT 1 FROM WS-Cmp-Sub
               EXIT PARAGRAPH
           END-IF.
           IF WS-Cmp-Count >= 50
               SET Cmp-Table-Full TO TRUE
               MOVE ZERO TO WS-Cmp-Sub
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Cmp-Count.
           MOVE WS-Cmp-Count TO WS-Cmp-Sub.
           MOVE RS-Program   TO CMP-Program(WS-Cmp-Sub).

      ******************************************************************
      * The report: one block per degree program, then the totals.
      ******************************************************************
       PRINT-COMPARISON-REPORT.
           MOVE SPACES TO WS-Compare-File-Name.
           STRING "regcomp."     DELIMITED BY SIZE
                  WS-Comp-Term   DELIMITED BY SPACE
                  ".prt"         DELIMITED BY SIZE
                  INTO WS-Compare-File-Name
           END-STRING.
           OPEN OUTPUT CompareFile.
           IF NOT FS-Compare-OK
               DISPLAY "  *** unable to open " WS-Compare-File-Name
                       ", status " WS-Compare-Status " ***"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CompareLine.
           STRING "REGISTRATION-TO-DATE COMPARISON - TERM " WS-Comp-Term
                  "   RUN: " WS-Today
               DELIMITED BY SIZE INTO CompareLine
           END-STRING.
           WRITE CompareLine.
           MOVE WS-Now-Days-Out TO WS-Days-Edited.
           MOVE SPACES TO CompareLine.
           STRING "  NOW:       " WS-Comp-Term " SNAPSHOT OF "
                  WS-Now-Date ", " WS-Days-Edited
                  " DAY(S) BEFORE TERM START"
               DELIMITED BY SIZE INTO CompareLine
           END-STRING.
           WRITE CompareLine.
           MOVE SPACES TO CompareLine.
           IF Prior-Found
               MOVE WS-Prior-Days-Out TO WS-Days-Edited-2
               STRING "  LAST YEAR: " WS-Prior-Term " SNAPSHOT OF "
                      WS-Prior-Date ", " WS-Days-Edited-2
                      " DAY(S) BEFORE TERM START"
                   DELIMITED BY SIZE INTO CompareLine
               END-STRING
           ELSE
               STRING "  LAST YEAR: NO SNAPSHOT ON FILE FOR "
                      WS-Prior-Term
                   DELIMITED BY SIZE INTO CompareLine
               END-STRING
           END-IF.
           WRITE CompareLine.
           MOVE SPACES TO CompareLine.
           STRING "  NEW = ADMITTED FOR THE TERM ITSELF, CONTINUING = "
                  "ALL OTHER COHORTS"
               DELIMITED BY SIZE INTO CompareLine
           END-STRING.
           WRITE CompareLine.
           MOVE SPACES TO CompareLine.
           WRITE CompareLine.
           MOVE SPACES TO CompareLine.
           STRING "                                   NOW"
                  "       LAST YEAR          CHANGE"
               DELIMITED BY SIZE INTO CompareLine
           END-STRING.
           WRITE CompareLine.
           PERFORM PRINT-ONE-PROGRAM
               VARYING WS-Cmp-Sub FROM 1 BY 1
               UNTIL WS-Cmp-Sub > WS-Cmp-Count.
           MOVE WS-Total-Figures TO WS-Print-Figures.
           MOVE "ALL PROGRAMS"   TO WS-Print-Title.
           PERFORM PRINT-FIGURES-BLOCK.
           CLOSE CompareFile.

       PRINT-ONE-PROGRAM.
           MOVE CMP-Figures(WS-Cmp-Sub) TO WS-Print-Figures.
           MOVE SPACES TO WS-Print-Title.
           IF CMP-Program(WS-Cmp-Sub) = SPACES
               MOVE "NO PROGRAM" TO WS-Print-Title
           ELSE
               STRING "PROGRAM " CMP-Program(WS-Cmp-Sub)
                   DELIMITED BY SIZE INTO WS-Print-Title
               END-STRING
           END-IF.
           PERFORM PRINT-FIGURES-BLOCK.

       PRINT-FIGURES-BLOCK.
           MOVE SPACES TO CompareLine.
           WRITE CompareLine.
           MOVE WS-Print-Title TO CompareLine.
           WRITE CompareLine.
           MOVE 1 TO WS-Class-Sub.
           MOVE "NEW"         TO WS-Class-Title.
           PERFORM PRINT-ONE-CLASS.
           MOVE 2 TO WS-Class-Sub.
           MOVE "CONTINUING"  TO WS-Class-Title.
           PERFORM PRINT-ONE-CLASS.
           MOVE 3 TO WS-Class-Sub.
           MOVE "TOTAL"       TO WS-Class-Title.
           PERFORM PRINT-ONE-CLASS.

       PRINT-ONE-CLASS.
           MOVE PRT-Now-Heads(WS-Class-Sub)   TO WS-Heads-Edited-1.
           MOVE PRT-Prior-Heads(WS-Class-Sub) TO WS-Heads-Edited-2.
           COMPUTE WS-Heads-Change = PRT-Now-Heads(WS-Class-Sub)
                                   - PRT-Prior-Heads(WS-Class-Sub).
           MOVE WS-Heads-Change               TO WS-Heads-Change-Edited.
           MOVE SPACES TO CompareLine.
           STRING "  " WS-Class-Title "HEADCOUNT    "
                  "    " WS-Heads-Edited-1
                  "         " WS-Heads-Edited-2
                  "         " WS-Heads-Change-Edited
               DELIMITED BY SIZE INTO CompareLine
           END-STRING.
           WRITE CompareLine.
           MOVE PRT-Now-Hours(WS-Class-Sub)   TO WS-Hours-Edited-1.
           MOVE PRT-Prior-Hours(WS-Class-Sub) TO WS-Hours-Edited-2.
           COMPUTE WS-Hours-Change = PRT-Now-Hours(WS-Class-Sub)
                                   - PRT-Prior-Hours(WS-Class-Sub).
           MOVE WS-Hours-Change               TO WS-Hours-Change-Edited.
           MOVE SPACES TO CompareLine.
           STRING "              CREDIT HOURS " WS-Hours-Edited-1
                  "     " WS-Hours-Edited-2
                  "     " WS-Hours-Change-Edited
               DELIMITED BY SIZE INTO CompareLine
           END-STRING.
           WRITE CompareLine.
           MOVE PRT-Now-FTE(WS-Class-Sub)     TO WS-FTE-Edited-1.
           MOVE PRT-Prior-FTE(WS-Class-Sub)   TO WS-FTE-Edited-2.
           COMPUTE WS-FTE-Change = PRT-Now-FTE(WS-Class-Sub)
                                 - PRT-Prior-FTE(WS-Class-Sub).
           MOVE WS-FTE-Change                 TO WS-FTE-Change-Edited.
           MOVE SPACES TO CompareLine.
           STRING "              FTE           " WS-FTE-Edited-1
                  "      " WS-FTE-Edited-2
                  "      " WS-FTE-Change-Edited
               DELIMITED BY SIZE INTO CompareLine
           END-STRING.
           WRITE CompareLine.

       END PROGRAM md-basics-reg-compare.
