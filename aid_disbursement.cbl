      * Date:   2026-09-01
      * Purpose: education
      * Tectonics: cobc
      * 2026-10-15  An award whose unearned share went back to its fund
      *             on withdrawal is never disbursed again.
      * 2026-10-15  A student with an active aid-blocking hold (the SAP
      *             suspension hold) is skipped and the award held until
      *             the hold is released.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-aid-disburse.
       COPY ACCOUNT-SEL.
       COPY AUDIT-SEL.
       COPY ERRLOG-SEL.
       COPY HOLD-SEL.

       DATA DIVISION.
       FILE SECTION.
       COPY ACCOUNT-FD.
       COPY AUDIT-FD.
       COPY ERRLOG-FD.
       COPY HOLD-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY ACCOUNT-WS.
       COPY AUDIT-WS.
       COPY ERRLOG-WS.
       COPY HOLD-WS.
       COPY HOLD-CODES.
       01  WS-Holds-Open-SW            PIC X       VALUE "N".
           88  Holds-Are-Open                      VALUE "Y".
       01  WS-EOF-SW                   PIC X       VALUE "N".
           88  EndOfAwards                         VALUE "Y".
       01  WS-Disburse-Term            PIC X(6)    VALUE SPACES.
       01  WS-Disbursed-Count          PIC 9(5)    VALUE ZERO.
       01  WS-Held-Count               PIC 9(5)    VALUE ZERO.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Remainder==
                               ==MONEY-PIC== BY ==S9(6)V99==.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Disbursed-Total==
            MOVE 0    TO RETURN-CODE.
            MOVE "N"  TO WS-EOF-SW.
            MOVE ZERO TO WS-Disbursed-Count.
            MOVE ZERO TO WS-Held-Count.
            MOVE ZERO TO WS-Disbursed-Total.
            DISPLAY "Disbursement term: " WITH NO ADVANCING.
            ACCEPT WS-Disburse-Term.
                CLOSE AwardsFile
                GOBACK
            END-IF.
      *>   no holds.dat just means no coded holds have ever been
      *>   placed - every released award is payable
            MOVE "N" TO WS-Holds-Open-SW.
            OPEN INPUT HoldsFile.
            IF FS-Hold-OK
                SET Holds-Are-Open TO TRUE
            END-IF.
            PERFORM READ-AWARDS-LOOP UNTIL EndOfAwards.
            CLOSE AwardsFile.
            CLOSE AccountsFile.
            IF Holds-Are-Open
                CLOSE HoldsFile
            END-IF.
            MOVE WS-Disbursed-Total TO WS-Total-Edited.
            DISPLAY "  " WS-Disbursed-Count " award(s) disbursed "
                    "for " WS-Disburse-Term ", total "
                    WS-Total-Edited.
            IF WS-Held-Count > ZERO
                DISPLAY "  " WS-Held-Count " award(s) held back by "
                        "an aid hold."
            END-IF.
            GOBACK.

       READ-AWARDS-LOOP.
               AT END
                   SET EndOfAwards TO TRUE
               NOT AT END
      *>           an award cut back by a return of funds shows a
      *>           remainder that was earned back by the fund, not
      *>           one still owed to the student
                   IF AW-Term = WS-Disburse-Term
                      AND AW-Released-Award
                      AND AW-Disbursed < AW-Awarded
                      AND NOT AW-Funds-Returned
                       PERFORM CHECK-AID-HOLDS
                       IF NOT Aid-Blocked
                           PERFORM DISBURSE-ONE-AWARD
                       END-IF
                   END-IF
           END-READ.

       CHECK-AID-HOLDS.
      *>   a student the aid office has put on an aid-blocking hold
      *>   (academic progress suspension) keeps the award on file
      *>   but is paid nothing until the hold is released - the
      *>   next run after the release pays the remainder as usual
           MOVE "N" TO WS-Aid-Block-SW.
           IF NOT Holds-Are-Open
               EXIT PARAGRAPH
           END-IF.
           MOVE AW-StuID TO WS-Hold-Check-StuID.
           PERFORM SCAN-STUDENT-HOLDS.
           IF Aid-Blocked
               ADD 1 TO WS-Held-Count
               DISPLAY "  StuID " AW-StuID " " AW-Fund-Code
                       " held - aid hold active"
               MOVE "MD-BASICS-AID-DISBURSE" TO WS-ErrLog-Program
               MOVE "HD-CODE" TO WS-ErrLog-Field
               MOVE "9033"    TO WS-ErrLog-Reason-Code
               MOVE "aid held - aid-blocking hold active"
                   TO WS-ErrLog-Text
               PERFORM ERROR-LOG-WRITE
           END-IF.

       DISBURSE-ONE-AWARD.
      *>   aid posts under its own transaction type "A", never as a
      *>   fake payment, so the bank reconciliation only ever sees
       COPY ACCOUNT-PROC.
       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.
       COPY HOLD-PROC.

       END PROGRAM md-basics-aid-disburse.
