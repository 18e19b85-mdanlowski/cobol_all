      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Tuition waiver summary for a term: gross, waived and net tuition
      * by waiver code from the billed links on waivlink.dat, printed to
      * waiversum.prt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-waiver-summary.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY WAIVER-SEL.
       COPY WAIVLINK-SEL.
      *> the summary goes to the budget office, so it is printed to
      *> its own file rather than left on the console
           SELECT  WaiverSumFile ASSIGN TO "waiversum.prt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WaiverSum-Status.

       DATA DIVISION.
       FILE SECTION.
       COPY WAIVER-FD.
       COPY WAIVLINK-FD.

       FD  WaiverSumFile.
       01  WaiverSumLine               PIC X(80).

       WORKING-STORAGE SECTION.
       COPY WAIVER-WS.
       COPY WAIVLINK-WS.
       01  WS-WaiverSum-Status         PIC XX      VALUE SPACES.
           88  FS-WaiverSum-OK                     VALUE "00".
       01  WS-Link-EOF-SW              PIC X       VALUE "N".
           88  EndOfLinks                          VALUE "Y".
       01  WS-Waivers-Open-SW          PIC X       VALUE "N".
           88  Waivers-Are-Open                    VALUE "Y".
       01  WS-Summary-Term             PIC X(6)    VALUE SPACES.

      *>   one row per waiver code met on a billed link, in the
      *>   order first met - the master is small enough that a code
      *>   table beats a sort for the budget office's few dozen codes
       01  WS-Code-Table.
           02  WS-Code-Row OCCURS 200 TIMES.
               03  CT-Code             PIC X(6).
               03  CT-Student-Count    PIC 9(5).
               03  CT-Gross-Total      PIC S9(8)V99 COMP-3.
               03  CT-Waived-Total     PIC S9(8)V99 COMP-3.
       01  WS-Code-Count               PIC 9(3)    VALUE ZERO.
       01  WS-Code-Sub                 PIC 9(3)    VALUE ZERO.
       01  WS-Code-Found-SW            PIC X       VALUE "N".
           88  Code-In-Table                       VALUE "Y".
       01  WS-Table-Full-SW            PIC X       VALUE "N".
           88  Code-Table-Full                     VALUE "Y".
       01  WS-Grand-Count              PIC 9(6)    VALUE ZERO.
       01  WS-Grand-Gross              PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-Grand-Waived             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-Description              PIC X(20)   VALUE SPACES.
       01  WS-Count-Edited             PIC ZZ,ZZ9.
       01  WS-Gross-Edited             PIC $$$,$$$,$$9.99.
       01  WS-Waived-Edited            PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====TUITION WAIVER SUMMARY====".
      *>   this program runs once per CALL - reset the switches and
      *>   totals so a second run starts clean
            MOVE 0    TO RETURN-CODE.
            MOVE "N"  TO WS-Link-EOF-SW.
            MOVE "N"  TO WS-Waivers-Open-SW.
            MOVE "N"  TO WS-Table-Full-SW.
            MOVE ZERO TO WS-Code-Count.
            MOVE ZERO TO WS-Grand-Count.
            MOVE ZERO TO WS-Grand-Gross.
            MOVE ZERO TO WS-Grand-Waived.
            DISPLAY "Term (blank = all terms): " WITH NO ADVANCING.
            ACCEPT WS-Summary-Term.
            OPEN INPUT WaiverLinkFile.
            IF NOT FS-WaivLink-OK
                DISPLAY "  *** unable to open waivlink.dat, status "
                        WS-WaivLink-Status " ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM TALLY-LINKS-LOOP UNTIL EndOfLinks.
            CLOSE WaiverLinkFile.
      *>   the descriptions are a nicety - without the master the
      *>   totals still print against the bare codes
            OPEN INPUT WaiverFile.
            IF FS-Waiver-OK
                SET Waivers-Are-Open TO TRUE
            END-IF.
            OPEN OUTPUT WaiverSumFile.
            PERFORM PRINT-SUMMARY-HEADER.
            PERFORM PRINT-ONE-CODE
                VARYING WS-Code-Sub FROM 1 BY 1
                UNTIL WS-Code-Sub > WS-Code-Count.
            PERFORM PRINT-SUMMARY-TOTALS.
            CLOSE WaiverSumFile.
            IF Waivers-Are-Open
                CLOSE WaiverFile
            END-IF.
            MOVE WS-Grand-Waived TO WS-Waived-Edited.
            DISPLAY "  " WS-Code-Count " waiver code(s), "
                    WS-Waived-Edited " waived - written to "
                    "waiversum.prt.".
            IF Code-Table-Full
                DISPLAY "  *** more than 200 waiver codes - the "
                        "summary is incomplete ***"
                MOVE 4 TO RETURN-CODE
            END-IF.
            GOBACK.

       TALLY-LINKS-LOOP.
           READ WaiverLinkFile NEXT RECORD
               AT END
                   SET EndOfLinks TO TRUE
               NOT AT END
                   IF WL-Waived-Amount > ZERO
                      AND (WS-Summary-Term = SPACES
                           OR WL-Term = WS-Summary-Term)
                       PERFORM TALLY-ONE-LINK
                   END-IF
           END-READ.

       TALLY-ONE-LINK.
      *>   only a link the billing run has applied carries a waived
      *>   amount - a link keyed for a term not yet billed gave no
      *>   revenue away and is left out
           MOVE "N" TO WS-Code-Found-SW.
           PERFORM FIND-CODE-ROW
               VARYING WS-Code-Sub FROM 1 BY 1
               UNTIL WS-Code-Sub > WS-Code-Count
                  OR Code-In-Table.
           IF Code-In-Table
               SUBTRACT 1 FROM WS-Code-Sub
           ELSE
               IF WS-Code-Count = 200
                   SET Code-Table-Full TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Code-Count
               MOVE WS-Code-Count  TO WS-Code-Sub
               MOVE WL-Waiver-Code TO CT-Code(WS-Code-Sub)
               MOVE ZERO TO CT-Student-Count(WS-Code-Sub)
               MOVE ZERO TO CT-Gross-Total(WS-Code-Sub)
               MOVE ZERO TO CT-Waived-Total(WS-Code-Sub)
           END-IF.
           ADD 1                TO CT-Student-Count(WS-Code-Sub).
           ADD WL-Gross-Amount  TO CT-Gross-Total(WS-Code-Sub).
           ADD WL-Waived-Amount TO CT-Waived-Total(WS-Code-Sub).
           ADD 1                TO WS-Grand-Count.
           ADD WL-Gross-Amount  TO WS-Grand-Gross.
           ADD WL-Waived-Amount TO WS-Grand-Waived.

       FIND-CODE-ROW.
           IF CT-Code(WS-Code-Sub) = WL-Waiver-Code
               SET Code-In-Table TO TRUE
           END-IF.

       PRINT-SUMMARY-HEADER.
           MOVE "============ TUITION WAIVER SUMMARY ============"
               TO WaiverSumLine.
           WRITE WaiverSumLine.
           MOVE SPACES TO WaiverSumLine.
           IF WS-Summary-Term = SPACES
               MOVE "TERM: ALL TERMS" TO WaiverSumLine
           ELSE
               STRING "TERM: " WS-Summary-Term
                   DELIMITED BY SIZE INTO WaiverSumLine
               END-STRING
           END-IF.
           WRITE WaiverSumLine.
           MOVE SPACES TO WaiverSumLine.
           WRITE WaiverSumLine.
           MOVE "CODE   DESCRIPTION        STUDENTS"
               TO WaiverSumLine.
           MOVE "GROSS TUITION  REVENUE WAIVED"
               TO WaiverSumLine(38:29).
           WRITE WaiverSumLine.

       PRINT-ONE-CODE.
           MOVE SPACES TO WS-Description.
           IF Waivers-Are-Open
               MOVE CT-Code(WS-Code-Sub) TO WV-Code
               READ WaiverFile
                   INVALID KEY
                       MOVE "(NOT ON MASTER)" TO WS-Description
                   NOT INVALID KEY
                       MOVE WV-Description   TO WS-Description
               END-READ
           END-IF.
           MOVE CT-Student-Count(WS-Code-Sub) TO WS-Count-Edited.
           MOVE CT-Gross-Total(WS-Code-Sub)   TO WS-Gross-Edited.
           MOVE CT-Waived-Total(WS-Code-Sub)  TO WS-Waived-Edited.
           MOVE SPACES TO WaiverSumLine.
           STRING CT-Code(WS-Code-Sub) " " WS-Description " "
               WS-Count-Edited "  " WS-Gross-Edited "  "
               WS-Waived-Edited
               DELIMITED BY SIZE INTO WaiverSumLine
           END-STRING.
           WRITE WaiverSumLine.

       PRINT-SUMMARY-TOTALS.
           MOVE SPACES TO WaiverSumLine.
           WRITE WaiverSumLine.
           MOVE WS-Grand-Count  TO WS-Count-Edited.
           MOVE WS-Grand-Gross  TO WS-Gross-Edited.
           MOVE WS-Grand-Waived TO WS-Waived-Edited.
           MOVE SPACES TO WaiverSumLine.
           STRING "TOTAL  " "ALL WAIVER CODES    " " "
               WS-Count-Edited "  " WS-Gross-Edited "  "
               WS-Waived-Edited
               DELIMITED BY SIZE INTO WaiverSumLine
           END-STRING.
           WRITE WaiverSumLine.

       END PROGRAM md-basics-waiver-summary.
