      * Date:   2026-09-01
      * Purpose: education
      * Tectonics: cobc
      * 2026-10-15  A returned-check reversal ("N") raises the
      *             balance, netting the bounced payment out.
      * 2026-10-15  Aid returned to its fund on withdrawal ("F") raises
      *             the period net.
      * 2026-10-15  A term billed in the period under a tuition waiver
      *             shows its gross tuition, waiver and net tuition.
      * 2026-10-15  Students who chose email get their statement in the
      *             outbound email batch (email.out) instead of
      *             statements.prt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-statement-run.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-StmtCtl-Status.
       COPY ACCOUNT-SEL.
       COPY WAIVLINK-SEL.
       COPY EMAIL-SEL.

       DATA DIVISION.
       FILE SECTION.
           02  SCR-Last-Cycle-Date     PIC 9(8).

       COPY ACCOUNT-FD.
       COPY WAIVLINK-FD.
       COPY EMAIL-FD.

       WORKING-STORAGE SECTION.
       COPY STUDENT-WS.
       COPY ACCOUNT-WS.
       COPY WAIVLINK-WS.
       COPY EMAIL-WS.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-Statement-Status         PIC XX      VALUE SPACES.
       01  WS-Today                    PIC 9(8)    VALUE ZERO.
       01  WS-Last-Cycle-Date          PIC 9(8)    VALUE ZERO.
       01  WS-Statement-Count          PIC 9(5)    VALUE ZERO.
       01  WS-Waivers-Open-SW          PIC X       VALUE "N".
           88  Waivers-Are-Open                    VALUE "Y".
       01  WS-Waiver-Scan-SW           PIC X       VALUE "N".
           88  Waiver-Scan-Done                    VALUE "Y".
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Net-Tuition==
                               ==MONEY-PIC== BY ==S9(6)V99==.

      *>   one account at a time: the key order delivers the summary
      *>   row first, then the transactions in posting order, so the
            MOVE "N"  TO WS-EOF-SW.
            MOVE "N"  TO WS-Group-Open-SW.
            MOVE ZERO TO WS-Statement-Count.
            MOVE ZERO TO WS-Emailed-Count.
            ACCEPT WS-Today FROM DATE YYYYMMDD.
            PERFORM READ-STATEMENT-CONTROL.
            IF WS-Last-Cycle-Date >= WS-Today
                CLOSE AccountsFile
                GOBACK
            END-IF.
      *>   no waivlink.dat just means nobody holds a waiver - the
      *>   statements carry no gross / waiver / net block
            MOVE "N" TO WS-Waivers-Open-SW.
            OPEN INPUT WaiverLinkFile.
            IF FS-WaivLink-OK
                SET Waivers-Are-Open TO TRUE
            END-IF.
            OPEN OUTPUT StatementFile.
            OPEN EXTEND EmailFile.
            IF NOT FS-Email-OK
                OPEN OUTPUT EmailFile
            END-IF.
            PERFORM READ-ACCOUNTS-LOOP UNTIL EndOfAccounts.
            IF Group-In-Hand
                PERFORM CUT-ONE-STATEMENT
            END-IF.
            CLOSE StatementFile.
            CLOSE EmailFile.
            CLOSE StudentsFile.
            CLOSE AccountsFile.
            IF Waivers-Are-Open
                CLOSE WaiverLinkFile
            END-IF.
            PERFORM WRITE-STATEMENT-CONTROL.
            DISPLAY "  " WS-Statement-Count " statement(s) cut, "
                    WS-Emailed-Count " of them emailed to email.out "
                    "and the rest written to statements.prt".
            GOBACK.

       READ-STATEMENT-CONTROL.
               SET Detail-Truncated TO TRUE
           END-IF.
      *>   same arithmetic the posting routine and the trial balance
      *>   apply: charges, refund-check disbursements, returned-check
      *>   reversals and aid returned to its fund up, payments,
      *>   refund credits and aid down
           IF AC-Charge OR AC-Disbursement OR AC-Returned-Payment
              OR AC-Aid-Returned
               ADD AC-Amount TO WS-Period-Net
           ELSE
               SUBTRACT AC-Amount FROM WS-Period-Net
           END-IF.
           ADD 1 TO WS-Statement-Count.
           PERFORM LOOK-UP-STATEMENT-NAME.
           MOVE WS-Group-StuID TO WS-Email-StuID.
           PERFORM CHECK-EMAIL-DELIVERY.
           IF Deliver-By-Email
               MOVE SPACES TO WS-Email-Subject
               STRING "YOUR STUDENT ACCOUNT STATEMENT THROUGH " WS-Today
                   DELIMITED BY SIZE INTO WS-Email-Subject
               END-STRING
               PERFORM START-EMAIL-MESSAGE
           END-IF.
           COMPUTE WS-Opening-Balance =
               WS-Closing-Balance - WS-Period-Net.
           MOVE SPACES TO StatementLine.
           PERFORM PUT-STATEMENT-LINE.
           MOVE "============ STUDENT ACCOUNT STATEMENT ============"
               TO StatementLine.
           PERFORM PUT-STATEMENT-LINE.
           MOVE SPACES TO StatementLine.
           STRING "STUDENT: " WS-Group-StuID " "
               WS-Head-Name " " WS-Head-Surname
               DELIMITED BY SIZE INTO StatementLine
           END-STRING.
           PERFORM PUT-STATEMENT-LINE.
           MOVE SPACES TO StatementLine.
           STRING "PERIOD THROUGH " WS-Today
               DELIMITED BY SIZE INTO StatementLine
           END-STRING.
           PERFORM PUT-STATEMENT-LINE.
           MOVE WS-Opening-Balance TO WS-Balance-Edited.
           MOVE SPACES TO StatementLine.
           STRING "OPENING BALANCE: " WS-Balance-Edited
               DELIMITED BY SIZE INTO StatementLine
           END-STRING.
           PERFORM PUT-STATEMENT-LINE.
           MOVE "  DATE      T  AMOUNT       REFERENCE"
               TO StatementLine.
           PERFORM PUT-STATEMENT-LINE.
           PERFORM WRITE-ONE-STATEMENT-LINE
               VARYING WS-Period-Sub FROM 1 BY 1
               UNTIL WS-Period-Sub > WS-Period-Count.
           IF Detail-Truncated
               MOVE "*** DETAIL INCOMPLETE - MORE THAN 200 LINES ***"
                   TO StatementLine
               PERFORM PUT-STATEMENT-LINE
               DISPLAY "  *** statement for StuID " WS-Group-StuID
                       " has more than 200 period lines - detail "
                       "truncated ***"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           PERFORM WRITE-WAIVER-LINES.
           MOVE WS-Closing-Balance TO WS-Balance-Edited.
           MOVE SPACES TO StatementLine.
           STRING "CLOSING BALANCE: " WS-Balance-Edited
               DELIMITED BY SIZE INTO StatementLine
           END-STRING.
           PERFORM PUT-STATEMENT-LINE.
           IF Deliver-By-Email
               PERFORM END-EMAIL-MESSAGE
           END-IF.

       WRITE-ONE-STATEMENT-LINE.
           MOVE PRD-Date(WS-Period-Sub)      TO STM-Date.
           MOVE PRD-Amount(WS-Period-Sub)    TO STM-Amount.
           MOVE PRD-Reference(WS-Period-Sub) TO STM-Reference.
           MOVE WS-Detail-Line TO StatementLine.
           PERFORM PUT-STATEMENT-LINE.

       WRITE-WAIVER-LINES.
      *>   a term billed in this period under a waiver shows the
      *>   gross tuition, the waiver and the net - the ledger's
      *>   tuition charge above is already the net
           IF NOT Waivers-Are-Open
               EXIT PARAGRAPH
           END-IF.
           MOVE "N"            TO WS-Waiver-Scan-SW.
           MOVE WS-Group-StuID TO WL-StuID.
           MOVE LOW-VALUES     TO WL-Term.
           START WaiverLinkFile KEY IS NOT LESS THAN WL-Key
               INVALID KEY
                   SET Waiver-Scan-Done TO TRUE
           END-START.
           PERFORM UNTIL Waiver-Scan-Done
               READ WaiverLinkFile NEXT RECORD
                   AT END
                       SET Waiver-Scan-Done TO TRUE
                   NOT AT END
                       IF WL-StuID NOT = WS-Group-StuID
                           SET Waiver-Scan-Done TO TRUE
                       ELSE
                           IF WL-Waived-Amount > ZERO
                              AND WL-Billed-Date > WS-Last-Cycle-Date
                              AND WL-Billed-Date <= WS-Today
                               PERFORM WRITE-ONE-WAIVER-BLOCK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-ONE-WAIVER-BLOCK.
           COMPUTE WS-Net-Tuition =
               WL-Gross-Amount - WL-Waived-Amount.
           MOVE SPACES TO StatementLine.
           STRING "  TERM " WL-Term " TUITION"
               DELIMITED BY SIZE INTO StatementLine
           END-STRING.
           PERFORM PUT-STATEMENT-LINE.
           MOVE WL-Gross-Amount TO WS-Amount-Edited.
           MOVE SPACES TO StatementLine.
           STRING "    GROSS TUITION        " WS-Amount-Edited
               DELIMITED BY SIZE INTO StatementLine
           END-STRING.
           PERFORM PUT-STATEMENT-LINE.
           MOVE WL-Waived-Amount TO WS-Amount-Edited.
           MOVE SPACES TO StatementLine.
           STRING "    WAIVER " WL-Waiver-Code "        "
                  WS-Amount-Edited "-"
               DELIMITED BY SIZE INTO StatementLine
           END-STRING.
           PERFORM PUT-STATEMENT-LINE.
           MOVE WS-Net-Tuition TO WS-Amount-Edited.
           MOVE SPACES TO StatementLine.
           STRING "    NET TUITION          " WS-Amount-Edited
               DELIMITED BY SIZE INTO StatementLine
           END-STRING.
           PERFORM PUT-STATEMENT-LINE.

       LOOK-UP-STATEMENT-NAME.
           MOVE SPACES TO WS-Head-Name.
                   MOVE WS-Student-surname TO WS-Head-Surname
           END-READ.

       PUT-STATEMENT-LINE.
      *>   the same lines go either to the print file or into the
      *>   student's email, as their delivery preference says
           IF Deliver-By-Email
               MOVE StatementLine TO WS-Email-Text
               PERFORM WRITE-EMAIL-LINE
           ELSE
               WRITE StatementLine
           END-IF.

       COPY EMAIL-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-statement-run.
