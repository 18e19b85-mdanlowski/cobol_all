      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Course fee revenue report: billed, refunded and net course fees
      * by course for a term, totalled from feecharge.dat and printed to
      * feerev.prt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-fee-revenue.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       COPY FEECHG-SEL.
      *> the report goes out to the departments, so it is printed to
      *> its own file rather than left on the console
           SELECT  FeeRevenueFile ASSIGN TO "feerev.prt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FeeRev-Status.

       DATA DIVISION.
       FILE SECTION.
       COPY FEECHG-FD.

       FD  FeeRevenueFile.
       01  FeeRevenueLine              PIC X(80).

       WORKING-STORAGE SECTION.
       COPY FEECHG-WS.
       01  WS-FeeRev-Status            PIC XX      VALUE SPACES.
           88  FS-FeeRev-OK                        VALUE "00".
       01  WS-FeeChg-EOF-SW            PIC X       VALUE "N".
           88  EndOfFeeCharges                     VALUE "Y".
       01  WS-Report-Term              PIC X(6)    VALUE SPACES.

      *>   one row per course, kept in course-code order as rows are
      *>   added so the report prints in catalog order without a sort
       01  WS-Course-Table.
           02  WS-Course-Row OCCURS 500 TIMES.
               03  CRT-Course-Code     PIC X(6).
               03  CRT-Description     PIC X(20).
               03  CRT-Charge-Count    PIC 9(5).
               03  CRT-Billed-Total    PIC S9(8)V99 COMP-3.
               03  CRT-Refund-Total    PIC S9(8)V99 COMP-3.
       01  WS-Course-Count             PIC 9(3)    VALUE ZERO.
       01  WS-Course-Sub               PIC 9(3)    VALUE ZERO.
       01  WS-Shift-Sub                PIC 9(3)    VALUE ZERO.
       01  WS-Row-Placed-SW            PIC X       VALUE "N".
           88  Row-Placed                          VALUE "Y".
       01  WS-Table-Full-SW            PIC X       VALUE "N".
           88  Course-Table-Full                   VALUE "Y".
       01  WS-Grand-Count              PIC 9(6)    VALUE ZERO.
       01  WS-Grand-Billed             PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-Grand-Refunded           PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-Net-Amount               PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  WS-Count-Edited             PIC ZZ,ZZ9.
       01  WS-Billed-Edited            PIC $$,$$$,$$9.99.
       01  WS-Refund-Edited            PIC $$,$$$,$$9.99.
       01  WS-Net-Edited               PIC $$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====COURSE FEE REVENUE REPORT====".
      *>   this program runs once per CALL - reset the switches and
      *>   totals so a second run starts clean
            MOVE 0    TO RETURN-CODE.
            MOVE "N"  TO WS-FeeChg-EOF-SW.
            MOVE "N"  TO WS-Table-Full-SW.
            MOVE ZERO TO WS-Course-Count.
            MOVE ZERO TO WS-Grand-Count.
            MOVE ZERO TO WS-Grand-Billed.
            MOVE ZERO TO WS-Grand-Refunded.
            DISPLAY "Term (blank = all terms): " WITH NO ADVANCING.
            ACCEPT WS-Report-Term.
            OPEN INPUT FeeChargeFile.
            IF NOT FS-FeeChg-OK
                DISPLAY "  *** unable to open feecharge.dat, status "
                        WS-FeeChg-Status " ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM TALLY-FEE-CHARGES-LOOP UNTIL EndOfFeeCharges.
            CLOSE FeeChargeFile.
            OPEN OUTPUT FeeRevenueFile.
            PERFORM PRINT-REPORT-HEADER.
            PERFORM PRINT-ONE-COURSE
                VARYING WS-Course-Sub FROM 1 BY 1
                UNTIL WS-Course-Sub > WS-Course-Count.
            PERFORM PRINT-REPORT-TOTALS.
            CLOSE FeeRevenueFile.
            COMPUTE WS-Net-Amount = WS-Grand-Billed - WS-Grand-Refunded.
            MOVE WS-Net-Amount TO WS-Net-Edited.
            DISPLAY "  " WS-Course-Count " course(s), net fee revenue "
                    WS-Net-Edited " - written to feerev.prt.".
            IF Course-Table-Full
                DISPLAY "  *** more than 500 courses carry fees - the "
                        "report is incomplete ***"
                MOVE 4 TO RETURN-CODE
            END-IF.
            GOBACK.

       TALLY-FEE-CHARGES-LOOP.
           READ FeeChargeFile NEXT RECORD
               AT END
                   SET EndOfFeeCharges TO TRUE
               NOT AT END
                   IF WS-Report-Term = SPACES
                      OR FC-Term = WS-Report-Term
                       PERFORM TALLY-ONE-FEE-CHARGE
                   END-IF
           END-READ.

       TALLY-ONE-FEE-CHARGE.
      *>   the course's row if it has one, else a new row slotted in
      *>   at its place in course-code order
           MOVE "N" TO WS-Row-Placed-SW.
           PERFORM FIND-COURSE-ROW
               VARYING WS-Course-Sub FROM 1 BY 1
               UNTIL WS-Course-Sub > WS-Course-Count
                  OR Row-Placed.
           IF Row-Placed
               SUBTRACT 1 FROM WS-Course-Sub
           END-IF.
           IF WS-Course-Sub > WS-Course-Count
              OR CRT-Course-Code(WS-Course-Sub) NOT = FC-Course-Code
               IF WS-Course-Count = 500
                   SET Course-Table-Full TO TRUE
                   EXIT PARAGRAPH
               END-IF
               PERFORM SHIFT-ONE-ROW-UP
                   VARYING WS-Shift-Sub FROM WS-Course-Count BY -1
                   UNTIL WS-Shift-Sub < WS-Course-Sub
               ADD 1 TO WS-Course-Count
               MOVE FC-Course-Code TO CRT-Course-Code(WS-Course-Sub)
               MOVE FC-Description TO CRT-Description(WS-Course-Sub)
               MOVE ZERO TO CRT-Charge-Count(WS-Course-Sub)
               MOVE ZERO TO CRT-Billed-Total(WS-Course-Sub)
               MOVE ZERO TO CRT-Refund-Total(WS-Course-Sub)
           END-IF.
           ADD 1                TO CRT-Charge-Count(WS-Course-Sub).
           ADD FC-Fee-Amount    TO CRT-Billed-Total(WS-Course-Sub).
           ADD FC-Refund-Amount TO CRT-Refund-Total(WS-Course-Sub).
           ADD 1                TO WS-Grand-Count.
           ADD FC-Fee-Amount    TO WS-Grand-Billed.
           ADD FC-Refund-Amount TO WS-Grand-Refunded.

       FIND-COURSE-ROW.
      *>   stops on the course's own row or the first row that sorts
      *>   after it - where a new row for the course belongs
           IF CRT-Course-Code(WS-Course-Sub) >= FC-Course-Code
               SET Row-Placed TO TRUE
           END-IF.

       SHIFT-ONE-ROW-UP.
           MOVE WS-Course-Row(WS-Shift-Sub)
               TO WS-Course-Row(WS-Shift-Sub + 1).

       PRINT-REPORT-HEADER.
           MOVE "============ COURSE FEE REVENUE ============"
               TO FeeRevenueLine.
           WRITE FeeRevenueLine.
           MOVE SPACES TO FeeRevenueLine.
           IF WS-Report-Term = SPACES
               MOVE "TERM: ALL TERMS" TO FeeRevenueLine
           ELSE
               STRING "TERM: " WS-Report-Term
                   DELIMITED BY SIZE INTO FeeRevenueLine
               END-STRING
           END-IF.
           WRITE FeeRevenueLine.
           MOVE SPACES TO FeeRevenueLine.
           WRITE FeeRevenueLine.
           MOVE "COURSE DESCRIPTION           COUNT" TO FeeRevenueLine.
           MOVE "BILLED      REFUNDED           NET"
               TO FeeRevenueLine(43:34).
           WRITE FeeRevenueLine.

       PRINT-ONE-COURSE.
           MOVE CRT-Charge-Count(WS-Course-Sub) TO WS-Count-Edited.
           MOVE CRT-Billed-Total(WS-Course-Sub) TO WS-Billed-Edited.
           MOVE CRT-Refund-Total(WS-Course-Sub) TO WS-Refund-Edited.
           COMPUTE WS-Net-Amount = CRT-Billed-Total(WS-Course-Sub)
               - CRT-Refund-Total(WS-Course-Sub).
           MOVE WS-Net-Amount TO WS-Net-Edited.
           MOVE SPACES TO FeeRevenueLine.
           STRING CRT-Course-Code(WS-Course-Sub) " "
               CRT-Description(WS-Course-Sub) " "
               WS-Count-Edited " " WS-Billed-Edited " "
               WS-Refund-Edited " " WS-Net-Edited
               DELIMITED BY SIZE INTO FeeRevenueLine
           END-STRING.
           WRITE FeeRevenueLine.

       PRINT-REPORT-TOTALS.
           MOVE SPACES TO FeeRevenueLine.
           WRITE FeeRevenueLine.
           MOVE WS-Grand-Count    TO WS-Count-Edited.
           MOVE WS-Grand-Billed   TO WS-Billed-Edited.
           MOVE WS-Grand-Refunded TO WS-Refund-Edited.
           COMPUTE WS-Net-Amount = WS-Grand-Billed - WS-Grand-Refunded.
           MOVE WS-Net-Amount TO WS-Net-Edited.
           MOVE SPACES TO FeeRevenueLine.
           STRING "TOTAL  ALL COURSES         " " "
               WS-Count-Edited " " WS-Billed-Edited " "
               WS-Refund-Edited " " WS-Net-Edited
               DELIMITED BY SIZE INTO FeeRevenueLine
           END-STRING.
           WRITE FeeRevenueLine.

       END PROGRAM md-basics-fee-revenue.
