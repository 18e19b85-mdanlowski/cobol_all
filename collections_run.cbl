      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * Collections referral and bad-debt write-off. Accounts past due
      * beyond the run's day and amount thresholds are listed for
      * referral, written to the agency file collref.<yyyymmdd>.dat and
      * marked referred on the account; the supervisor alone can write
      * off a balance, which posts as its own transaction type.
      * 2026-10-15  A write-off takes the student's lock before the
      *             account is read, so the balance confirmed is the
      *             balance written off.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-collections.

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
      *> the agency picks up one dated file per referral day; a second
      *> run the same day adds to it rather than losing the first
           SELECT  ReferralFile ASSIGN TO WS-Referral-File-Name
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Referral-Status.
       COPY ACCOUNT-SEL.
       COPY HOLD-SEL.
       COPY LOCK-SEL.
       COPY AUDIT-SEL.
       COPY NOTICE-SEL.
       COPY ERRLOG-SEL.

       DATA DIVISION.
       FILE SECTION.
       FD  StudentsFile.
       COPY STUDENT.

       FD  ReferralFile.
       01  ReferralRecord              PIC X(120).

       COPY ACCOUNT-FD.
       COPY HOLD-FD.
       COPY LOCK-FD.
       COPY AUDIT-FD.
       COPY NOTICE-FD.
       COPY ERRLOG-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY ACCOUNT-WS.
       COPY HOLD-WS.
       COPY LOCK-WS.
       COPY AUDIT-WS.
       COPY NOTICE-WS.
       COPY ERRLOG-WS.
       01  WS-File-Status              PIC XX      VALUE SPACES.
           88  FS-OK                               VALUE "00".
       01  WS-Referral-Status          PIC XX      VALUE SPACES.
           88  FS-Referral-OK                      VALUE "00".
           88  FS-Referral-File-Missing            VALUE "35".
       01  WS-Referral-File-Name       PIC X(30)   VALUE SPACES.
       01  WS-More-Transactions        PIC X       VALUE "Y".
           88  More-Transactions                   VALUE "Y".
       01  WS-Coll-Action              PIC X       VALUE SPACE.
           88  Action-Referral-Run                 VALUE "R", "r".
           88  Action-Write-Off                    VALUE "W", "w".
       01  WS-Confirm                  PIC X       VALUE "N".
           88  Operator-Confirms                   VALUE "Y", "y".
       01  WS-EOF-SW                   PIC X       VALUE "N".
           88  EndOfAccounts                       VALUE "Y".
       01  WS-Today                    PIC 9(8)    VALUE ZERO.
       01  WS-Today-Int                PIC 9(7)    VALUE ZERO.
       01  WS-Charge-Int               PIC 9(7)    VALUE ZERO.
       01  WS-Age-Days                 PIC S9(5)   VALUE ZERO.

      *>   the selection thresholds are keyed for each run - blank
      *>   takes the office's standing rule of 120 days and $100
       01  WS-Min-Age-In               PIC X(5)    VALUE SPACES.
       01  WS-Min-Balance-In           PIC X(10)   VALUE SPACES.
       01  WS-Min-Age-Days             PIC 9(5)    VALUE ZERO.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Min-Balance==
                               ==MONEY-PIC== BY ==S9(7)V99==.

      *>   one account at a time: the key order delivers the summary
      *>   row first, then the transactions in posting order, so the
      *>   group is complete when the next summary row (or EOF)
      *>   arrives and can then be aged
       01  WS-Group-StuID              PIC 9(5)    VALUE ZERO.
       01  WS-Group-Open-SW            PIC X       VALUE "N".
           88  Group-In-Hand                       VALUE "Y".
       01  WS-Group-Collect-Status     PIC X       VALUE SPACE.
           88  Group-In-Collections                VALUE "R", "W".
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Group-Balance==
                               ==MONEY-PIC== BY ==S9(7)V99==.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Credits-Total==
                               ==MONEY-PIC== BY ==S9(8)V99==.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Charge-Running==
                               ==MONEY-PIC== BY ==S9(8)V99==.
       01  WS-Charge-Count             PIC 999     VALUE ZERO.
       01  WS-Charge-Table.
           02  WS-Charge-Row OCCURS 200 TIMES.
               03  CHG-Date            PIC 9(8).
               03  CHG-Amount          PIC S9(6)V99 COMP-3.
       01  WS-Charge-Sub               PIC 999     VALUE ZERO.
       01  WS-Oldest-Date              PIC 9(8)    VALUE ZERO.
       01  WS-Oldest-Found-SW          PIC X       VALUE "N".
           88  Oldest-Charge-Found                 VALUE "Y".

      *>   referrals found on the read pass, written and marked on
      *>   the second - rewriting summary rows while the file is
      *>   being read in key order would move the read position
       01  WS-Refer-Count              PIC 9(4)    VALUE ZERO.
       01  WS-Refer-Table.
           02  WS-Refer-Row OCCURS 2000 TIMES.
               03  RFR-StuID           PIC 9(5).
               03  RFR-Balance         PIC S9(7)V99 COMP-3.
               03  RFR-Oldest-Date     PIC 9(8).
       01  WS-Refer-Sub                PIC 9(4)    VALUE ZERO.
       01  WS-Refer-Full-SW            PIC X       VALUE "N".
           88  Refer-Table-Full                    VALUE "Y".

      *>   the agency's fixed-column referral layout
       01  WS-Referral-Line.
           02  REF-StuID               PIC 9(5).
           02  REF-Surname             PIC A(20).
           02  REF-Name                PIC A(20).
           02  REF-Address             PIC X(30).
           02  REF-Balance             PIC S9(7)V99
                                       SIGN LEADING SEPARATE.
           02  REF-Oldest-Date         PIC 9(8).
           02  REF-Referral-Date       PIC 9(8).
           02  FILLER                  PIC X(19)   VALUE SPACES.

       01  WS-Referred-Count           PIC 9(5)    VALUE ZERO.
       01  WS-Skipped-Count            PIC 9(5)    VALUE ZERO.
       01  WS-Holds-Placed             PIC 9(5)    VALUE ZERO.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Referred-Total==
                               ==MONEY-PIC== BY ==S9(9)V99==.
       01  WS-Student-Found-SW         PIC X       VALUE "N".
           88  Student-On-File                     VALUE "Y".

       01  WS-WriteOff-StuID           PIC 9(5)    VALUE ZERO.
       01  WS-Balance-Edited           PIC $$$$,$$9.99-.
       01  WS-Total-Edited             PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====COLLECTIONS REFERRAL AND WRITE-OFF====".
            MOVE 0 TO RETURN-CODE.
      *>   this program runs once per CALL, and md-basics-menu's loop
      *>   can CALL it more than once per run unit - reset the session
      *>   switch so a second session doesn't exit immediately
            MOVE "Y" TO WS-More-Transactions.
            ACCEPT WS-Today FROM DATE YYYYMMDD.
            COMPUTE WS-Today-Int =
                FUNCTION INTEGER-OF-DATE(WS-Today).
            PERFORM OPEN-FOR-COLLECTIONS.
            IF RETURN-CODE = 0
                PERFORM OPEN-STUDENT-LOCKS
                PERFORM COLLECTIONS-ONE-ACTION
                    UNTIL NOT More-Transactions
                CLOSE StudentsFile
                CLOSE AccountsFile
                CLOSE HoldsFile
                IF Locks-Are-Open
                    CLOSE LocksFile
                END-IF
            END-IF.
            GOBACK.

       OPEN-FOR-COLLECTIONS.
           OPEN INPUT StudentsFile.
           IF NOT FS-OK
               PERFORM CHECK-FILE-STATUS
               DISPLAY "  *** unable to open students.dat, status "
                       WS-File-Status " ***"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O AccountsFile.
           IF NOT FS-Account-OK
               DISPLAY "  *** unable to open accounts.dat, status "
                       WS-Account-Status " ***"
               MOVE 8 TO RETURN-CODE
               CLOSE StudentsFile
               EXIT PARAGRAPH
           END-IF.
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
               CLOSE AccountsFile
           END-IF.

       COLLECTIONS-ONE-ACTION.
           DISPLAY "Action - (R)eferral run, (W)rite-off an account: "
               WITH NO ADVANCING.
           ACCEPT WS-Coll-Action.
           EVALUATE TRUE
               WHEN Action-Referral-Run
                   PERFORM REFERRAL-RUN
               WHEN Action-Write-Off
                   PERFORM WRITE-OFF-ACCOUNT
               WHEN OTHER
                   DISPLAY "  *** invalid action, try again ***"
           END-EVALUATE.
           DISPLAY "Another collections action (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-More-Transactions.

       REFERRAL-RUN.
           DISPLAY "Refer accounts unpaid at least how many days "
                   "(blank = 120): " WITH NO ADVANCING.
           ACCEPT WS-Min-Age-In.
           IF WS-Min-Age-In = SPACES
               MOVE 120 TO WS-Min-Age-Days
           ELSE
               COMPUTE WS-Min-Age-Days =
                   FUNCTION NUMVAL(WS-Min-Age-In)
           END-IF.
           DISPLAY "...with a balance of at least (blank = 100.00): "
               WITH NO ADVANCING.
           ACCEPT WS-Min-Balance-In.
           IF WS-Min-Balance-In = SPACES
               MOVE 100 TO WS-Min-Balance
           ELSE
               COMPUTE WS-Min-Balance =
                   FUNCTION NUMVAL(WS-Min-Balance-In)
           END-IF.
           MOVE "N"  TO WS-EOF-SW.
           MOVE "N"  TO WS-Group-Open-SW.
           MOVE "N"  TO WS-Refer-Full-SW.
           MOVE ZERO TO WS-Refer-Count.
           MOVE ZERO TO WS-Referred-Count.
           MOVE ZERO TO WS-Skipped-Count.
           MOVE ZERO TO WS-Holds-Placed.
           MOVE ZERO TO WS-Referred-Total.
           MOVE LOW-VALUES TO AC-Key.
           START AccountsFile KEY IS NOT LESS THAN AC-Key
               INVALID KEY
                   SET EndOfAccounts TO TRUE
           END-START.
           PERFORM READ-ACCOUNTS-LOOP UNTIL EndOfAccounts.
           IF Group-In-Hand
               PERFORM SELECT-ONE-ACCOUNT
           END-IF.
           IF WS-Refer-Count = ZERO
               DISPLAY "  no accounts meet the referral rule."
               EXIT PARAGRAPH
           END-IF.
           PERFORM OPEN-REFERRAL-FILE.
           IF NOT FS-Referral-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM REFER-ONE-ACCOUNT
               VARYING WS-Refer-Sub FROM 1 BY 1
               UNTIL WS-Refer-Sub > WS-Refer-Count.
           CLOSE ReferralFile.
           IF Refer-Table-Full
               DISPLAY "  *** more than 2000 accounts qualify - the "
                       "rest are picked up on the next run ***"
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           MOVE WS-Referred-Total TO WS-Total-Edited.
           DISPLAY "  " WS-Referred-Count " account(s) referred in "
                   WS-Referral-File-Name ", total " WS-Total-Edited.
           DISPLAY "  " WS-Holds-Placed " FIN hold(s) placed.".
           IF WS-Skipped-Count > ZERO
               DISPLAY "  " WS-Skipped-Count " account(s) NOT "
                       "referred, see error.log."
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       READ-ACCOUNTS-LOOP.
           READ AccountsFile NEXT RECORD
               AT END
                   SET EndOfAccounts TO TRUE
               NOT AT END
                   IF AC-Seq = ZERO
                       IF Group-In-Hand
                           PERFORM SELECT-ONE-ACCOUNT
                       END-IF
                       PERFORM START-NEW-GROUP
                   ELSE
                       PERFORM COLLECT-ONE-TRANSACTION
                   END-IF
           END-READ.

       START-NEW-GROUP.
           SET Group-In-Hand TO TRUE.
           MOVE AC-StuID          TO WS-Group-StuID.
           MOVE AC-Balance        TO WS-Group-Balance.
           MOVE AC-Collect-Status TO WS-Group-Collect-Status.
           MOVE ZERO              TO WS-Credits-Total.
           MOVE ZERO              TO WS-Charge-Count.

       COLLECT-ONE-TRANSACTION.
      *>   the same split the aged receivables report makes: charges
      *>   age, every credit works them off oldest-first, refund-check
      *>   disbursements stay out of both
           EVALUATE TRUE
               WHEN AC-Charge
                   IF WS-Charge-Count < 200
                       ADD 1 TO WS-Charge-Count
                       MOVE AC-Date   TO CHG-Date(WS-Charge-Count)
                       MOVE AC-Amount TO CHG-Amount(WS-Charge-Count)
                   END-IF
               WHEN AC-Disbursement
                   CONTINUE
               WHEN AC-Returned-Payment OR AC-Aid-Returned
      *>           the bounced check's or returned aid's credit is
      *>           taken back, so the charges it had covered are
      *>           unpaid again
                   SUBTRACT AC-Amount FROM WS-Credits-Total
               WHEN OTHER
                   ADD AC-Amount TO WS-Credits-Total
           END-EVALUATE.

       SELECT-ONE-ACCOUNT.
      *>   an account already with the agency or already written off
      *>   is never sent again; sponsor accounts are invoiced by
      *>   accounts receivable and never go to the agency
           MOVE "N" TO WS-Group-Open-SW.
           IF Group-In-Collections
              OR WS-Group-StuID >= 90000
              OR WS-Group-Balance <= ZERO
              OR WS-Group-Balance < WS-Min-Balance
               EXIT PARAGRAPH
           END-IF.
           MOVE "N"  TO WS-Oldest-Found-SW.
           MOVE ZERO TO WS-Charge-Running.
           MOVE WS-Today TO WS-Oldest-Date.
           PERFORM FIND-OLDEST-UNPAID
               VARYING WS-Charge-Sub FROM 1 BY 1
               UNTIL WS-Charge-Sub > WS-Charge-Count
                  OR Oldest-Charge-Found.
           COMPUTE WS-Charge-Int =
               FUNCTION INTEGER-OF-DATE(WS-Oldest-Date).
           COMPUTE WS-Age-Days = WS-Today-Int - WS-Charge-Int.
           IF WS-Age-Days < WS-Min-Age-Days
               EXIT PARAGRAPH
           END-IF.
           IF WS-Refer-Count >= 2000
               SET Refer-Table-Full TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-Refer-Count.
           MOVE WS-Group-StuID   TO RFR-StuID(WS-Refer-Count).
           MOVE WS-Group-Balance TO RFR-Balance(WS-Refer-Count).
           MOVE WS-Oldest-Date   TO RFR-Oldest-Date(WS-Refer-Count).

       FIND-OLDEST-UNPAID.
           ADD CHG-Amount(WS-Charge-Sub) TO WS-Charge-Running.
           IF WS-Charge-Running > WS-Credits-Total
               SET Oldest-Charge-Found TO TRUE
               MOVE CHG-Date(WS-Charge-Sub) TO WS-Oldest-Date
           END-IF.

       OPEN-REFERRAL-FILE.
           MOVE SPACES TO WS-Referral-File-Name.
           STRING "collref." WS-Today ".dat" DELIMITED BY SIZE
               INTO WS-Referral-File-Name
           END-STRING.
           OPEN EXTEND ReferralFile.
           IF FS-Referral-File-Missing
               OPEN OUTPUT ReferralFile
           END-IF.
           IF NOT FS-Referral-OK
               DISPLAY "  *** unable to open " WS-Referral-File-Name
                       ", status " WS-Referral-Status
                       " - nothing referred ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

       REFER-ONE-ACCOUNT.
      *>   the agency row goes out before the account is marked: a
      *>   failure in between sends one account twice, which the
      *>   agency matches on StuID, and never loses one silently
           SET SF-Master-Record TO TRUE.
           MOVE RFR-StuID(WS-Refer-Sub) TO StuID.
           MOVE ZERO TO SF-Key-Seq.
           MOVE "N" TO WS-Student-Found-SW.
           READ StudentsFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET Student-On-File TO TRUE
           END-READ.
           IF NOT Student-On-File
               ADD 1 TO WS-Skipped-Count
               MOVE "RFR-StuID"             TO WS-ErrLog-Field
               MOVE "9027"                  TO WS-ErrLog-Reason-Code
               MOVE "referral StuID has no master record"
                                            TO WS-ErrLog-Text
               PERFORM LOG-COLLECTIONS-ERROR
               EXIT PARAGRAPH
           END-IF.
           MOVE RFR-StuID(WS-Refer-Sub)       TO REF-StuID.
           MOVE StuSurname                    TO REF-Surname.
           MOVE StuName                       TO REF-Name.
           MOVE StuAddress                    TO REF-Address.
           MOVE RFR-Balance(WS-Refer-Sub)     TO REF-Balance.
           MOVE RFR-Oldest-Date(WS-Refer-Sub) TO REF-Oldest-Date.
           MOVE WS-Today                      TO REF-Referral-Date.
           WRITE ReferralRecord FROM WS-Referral-Line.
           PERFORM PLACE-FIN-HOLD.
           PERFORM MARK-ACCOUNT-REFERRED.

       PLACE-FIN-HOLD.
      *>   a student already carrying a FIN hold keeps the one hold
           MOVE RFR-StuID(WS-Refer-Sub) TO WS-Hold-Maint-StuID.
           MOVE "FIN"                   TO WS-Hold-Maint-Code.
           PERFORM FIND-ACTIVE-HOLD-CODE.
           IF Hold-Code-Active
               EXIT PARAGRAPH
           END-IF.
           PERFORM PLACE-STUDENT-HOLD.
           IF Hold-Maint-Ok
               ADD 1 TO WS-Holds-Placed
           END-IF.

       MARK-ACCOUNT-REFERRED.
           MOVE RFR-StuID(WS-Refer-Sub) TO AC-StuID.
           MOVE ZERO                    TO AC-Seq.
           READ AccountsFile
               INVALID KEY
                   ADD 1 TO WS-Skipped-Count
                   MOVE "AC-Key"            TO WS-ErrLog-Field
                   MOVE "9027"              TO WS-ErrLog-Reason-Code
                   MOVE "referred account summary row missing"
                                            TO WS-ErrLog-Text
                   PERFORM LOG-COLLECTIONS-ERROR
                   EXIT PARAGRAPH
           END-READ.
           MOVE AccountRecord TO WS-Audit-Before.
           MOVE "R"           TO AC-Collect-Status.
           REWRITE AccountRecord
               INVALID KEY
                   DISPLAY "  *** unable to mark account "
                           AC-StuID " referred, status "
                           WS-Account-Status " ***"
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-Referred-Count
                   ADD RFR-Balance(WS-Refer-Sub) TO WS-Referred-Total
                   MOVE AC-StuID      TO WS-Audit-StuID
                   MOVE "COLREF"      TO WS-Audit-Action
                   MOVE AccountRecord TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
           END-REWRITE.

       WRITE-OFF-ACCOUNT.
      *>   a write-off gives money away - only the supervisor keys
      *>   one. It posts as its own type so the balance clears
      *>   without the account ever showing the student as paid.
           IF NOT Role-Supervisor
               DISPLAY "  *** write-offs are restricted to the "
                       "supervisor role ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "StuID to write off: " WITH NO ADVANCING.
           ACCEPT WS-WriteOff-StuID.
      *>   the lock comes first, so the balance shown and confirmed is
      *>   the balance written off - no payment can land in between
           MOVE WS-WriteOff-StuID TO WS-Lock-StuID.
           PERFORM ACQUIRE-STUDENT-LOCK.
           IF NOT Lock-Granted
               DISPLAY "  write-off for StuID " WS-WriteOff-StuID
                       " skipped - record in use."
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-WriteOff-StuID TO AC-StuID.
           MOVE ZERO              TO AC-Seq.
           READ AccountsFile
               INVALID KEY
                   DISPLAY "  *** no account on file for StuID "
                           WS-WriteOff-StuID " ***"
                   PERFORM RELEASE-STUDENT-LOCK
                   EXIT PARAGRAPH
           END-READ.
           IF AC-Balance <= ZERO
               DISPLAY "  account " WS-WriteOff-StuID " owes nothing "
                       "- nothing to write off."
               PERFORM RELEASE-STUDENT-LOCK
               EXIT PARAGRAPH
           END-IF.
           IF AC-Balance > 999999.99
               DISPLAY "  *** balance is too large for one "
                       "transaction - refer to finance ***"
               PERFORM RELEASE-STUDENT-LOCK
               EXIT PARAGRAPH
           END-IF.
           MOVE AC-Balance TO WS-Balance-Edited.
           DISPLAY "  balance " WS-Balance-Edited
                   " - write the whole balance off (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-Confirm.
           IF NOT Operator-Confirms
               DISPLAY "  write-off cancelled."
               PERFORM RELEASE-STUDENT-LOCK
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-WriteOff-StuID TO WS-Post-StuID.
           MOVE "W"               TO WS-Post-Tran-Type.
           MOVE AC-Balance        TO WS-Post-Amount.
           MOVE "WRITE-OFF"       TO WS-Post-Reference.
           PERFORM POST-ACCOUNT-TRANSACTION.
           IF Post-Ok
               PERFORM MARK-ACCOUNT-WRITTEN-OFF
           ELSE
               MOVE "WS-Post-StuID"     TO WS-ErrLog-Field
               MOVE "9027"              TO WS-ErrLog-Reason-Code
               MOVE "write-off did not post"
                                        TO WS-ErrLog-Text
               PERFORM LOG-COLLECTIONS-ERROR
               MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM RELEASE-STUDENT-LOCK.

       MARK-ACCOUNT-WRITTEN-OFF.
           MOVE WS-Post-StuID TO AC-StuID.
           MOVE ZERO          TO AC-Seq.
           READ AccountsFile
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           MOVE AccountRecord TO WS-Audit-Before.
           MOVE "W"           TO AC-Collect-Status.
           REWRITE AccountRecord
               INVALID KEY
                   DISPLAY "  *** write-off posted but account "
                           AC-StuID " not marked, status "
                           WS-Account-Status " ***"
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE AC-Balance TO WS-Balance-Edited
                   DISPLAY "  account " AC-StuID " written off, "
                           "balance now " WS-Balance-Edited
                   MOVE AC-StuID      TO WS-Audit-StuID
                   MOVE "WRTOFF"      TO WS-Audit-Action
                   MOVE AccountRecord TO WS-Audit-After
                   PERFORM AUDIT-LOG-WRITE
           END-REWRITE.

       LOG-COLLECTIONS-ERROR.
           MOVE "MD-BASICS-COLLECTION" TO WS-ErrLog-Program.
           PERFORM ERROR-LOG-WRITE.

       COPY ACCOUNT-PROC.
       COPY HOLDMNT-PROC.
       COPY LOCK-PROC.
       COPY NOTICE-PROC.
       COPY AUDIT-PROC.
       COPY ERRLOG-PROC.
       COPY FILESTAT-PROC.

       END PROGRAM md-basics-collections.
