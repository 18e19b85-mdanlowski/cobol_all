      * Date:   2026-09-01
      * Purpose: education
      * Tectonics: cobc
      * 2026-10-15  A payment the bank returned is not counted as
      *             paid, whichever year the check came back in.
      * 2026-10-15  Housing charges are left out of tuition and fees
      *             charged.
      * 2026-10-15  Students who chose email get their summary in the
      *             outbound email batch (email.out) instead of
      *             taxstmt.prt; the file is opened DYNAMIC for the
      *             keyed delivery check.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-tax-summary.
       FILE-CONTROL.
           SELECT  StudentsFile ASSIGN TO "students.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SF-Key
                   ALTERNATE RECORD KEY IS StuSurname
                       WITH DUPLICATES
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TaxStmt-Status.
       COPY ACCOUNT-SEL.
       COPY EMAIL-SEL.

       DATA DIVISION.
       FILE SECTION.
       01  TaxStmtLine                 PIC X(80).

       COPY ACCOUNT-FD.
       COPY EMAIL-FD.

       WORKING-STORAGE SECTION.
       COPY STUDENT-WS.
       COPY ACCOUNT-WS.
       COPY EMAIL-WS.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-TaxStmt-Status           PIC XX      VALUE SPACES.
            MOVE "N"  TO WS-Acct-EOF-SW.
            MOVE "N"  TO WS-EOF-SW.
            MOVE ZERO TO WS-Statement-Count.
            MOVE ZERO TO WS-Emailed-Count.
            PERFORM CLEAR-ONE-TALLY
                VARYING WS-Tally-Sub FROM 1 BY 1
                UNTIL WS-Tally-Sub > 100000.
                GOBACK
            END-IF.
            OPEN OUTPUT TaxStmtFile.
            OPEN EXTEND EmailFile.
            IF NOT FS-Email-OK
                OPEN OUTPUT EmailFile
            END-IF.
            PERFORM PRINT-STUDENTS-LOOP UNTIL EndOfFile.
            CLOSE TaxStmtFile.
            CLOSE EmailFile.
            CLOSE StudentsFile.
            DISPLAY "  " WS-Statement-Count " summar(ies) for "
                    WS-Summary-Year ", " WS-Emailed-Count " of them "
                    "emailed to email.out and the rest written to "
                    "taxstmt.prt".
            GOBACK.

       CLEAR-ONE-TALLY.
       TALLY-ONE-TRANSACTION.
      *>   only "P" payments and "C" charges posted inside the year
      *>   count - aid, refunds and check disbursements are not the
      *>   student's own tuition money. A payment whose check came
      *>   back carries the returned mark and never counts, so the
      *>   reversal row itself is not tallied either.
           MOVE AC-Date(1:4) TO WS-Tran-Year.
           IF WS-Tran-Year NOT = WS-Summary-Year
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-Tally-Sub = AC-StuID + 1.
           EVALUATE TRUE
               WHEN AC-Payment AND NOT AC-Payment-Returned
                   ADD AC-Amount TO YRT-Paid(WS-Tally-Sub)
      *>       room charges are not tuition and fees for the tax
      *>       statement - housing posts under its own reference
               WHEN AC-Charge AND AC-Reference(1:5) NOT = "HOUS-"
                   ADD AC-Amount TO YRT-Charged(WS-Tally-Sub)
           END-EVALUATE.

               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Statement-Count.
      *>   the delivery check is a keyed read of the "P" row, which
      *>   moves the file off this master - START just past it again
      *>   so the pass carries on where it was
           MOVE WS-Student-id TO WS-Email-StuID.
           PERFORM CHECK-EMAIL-DELIVERY.
           SET SF-Master-Record TO TRUE.
           MOVE WS-Student-id TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           START StudentsFile KEY IS GREATER THAN SF-Key
               INVALID KEY
                   SET EndOfFile TO TRUE
           END-START.
           IF Deliver-By-Email
               MOVE SPACES TO WS-Email-Subject
               STRING "ANNUAL PAYMENT SUMMARY FOR TAX YEAR "
                      WS-Summary-Year
                   DELIMITED BY SIZE INTO WS-Email-Subject
               END-STRING
               PERFORM START-EMAIL-MESSAGE
           END-IF.
           MOVE SPACES TO TaxStmtLine.
           PERFORM PUT-TAX-LINE.
           MOVE "=========== ANNUAL PAYMENT SUMMARY ==========="
               TO TaxStmtLine.
           PERFORM PUT-TAX-LINE.
           MOVE SPACES TO TaxStmtLine.
           STRING "TAX YEAR " WS-Summary-Year
               DELIMITED BY SIZE INTO TaxStmtLine
           END-STRING.
           PERFORM PUT-TAX-LINE.
           MOVE SPACES TO TaxStmtLine.
           STRING "STUDENT: " WS-Student-id " "
               WS-Student-name " " WS-Student-surname
               DELIMITED BY SIZE INTO TaxStmtLine
           END-STRING.
           PERFORM PUT-TAX-LINE.
           MOVE SPACES TO TaxStmtLine.
           STRING "ADDRESS: " WS-Student-address
               DELIMITED BY SIZE INTO TaxStmtLine
           END-STRING.
           PERFORM PUT-TAX-LINE.
           MOVE YRT-Charged(WS-Tally-Sub) TO WS-Charged-Edited.
           MOVE SPACES TO TaxStmtLine.
           STRING "TUITION AND FEES CHARGED: " WS-Charged-Edited
               DELIMITED BY SIZE INTO TaxStmtLine
           END-STRING.
           PERFORM PUT-TAX-LINE.
           MOVE YRT-Paid(WS-Tally-Sub) TO WS-Paid-Edited.
           MOVE SPACES TO TaxStmtLine.
           STRING "PAYMENTS RECEIVED:        " WS-Paid-Edited
               DELIMITED BY SIZE INTO TaxStmtLine
           END-STRING.
           PERFORM PUT-TAX-LINE.
           IF Deliver-By-Email
               PERFORM END-EMAIL-MESSAGE
           END-IF.

       PUT-TAX-LINE.
      *>   the same lines go either to the print file or into the
      *>   student's email, as their delivery preference says
           IF Deliver-By-Email
               MOVE TaxStmtLine TO WS-Email-Text
               PERFORM WRITE-EMAIL-LINE
           ELSE
               WRITE TaxStmtLine
           END-IF.

       COPY EMAIL-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-tax-summary.
