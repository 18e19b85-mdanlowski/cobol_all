      ******************************************************************
      * Author: mdski
      * Date:   2026-10-15
      * Purpose: education
      * Tectonics: cobc
      * The general ledger journal extract. Every ledger row posted
      * since an account's last extract is mapped through GL-ACCOUNTS to
      * its debit and credit GL accounts and summarized by account, term
      * and side into one balanced batch appended to gljournal.dat. A
      * batch that does not foot, or has an unmapped row, is refused and
      * every extract mark is left where it was.
      * 2026-10-15  Returned-check fees book to fee revenue with the
      *             late fees.
      * 2026-10-15  Housing charges and move-out credits book to housing
      *             revenue and carry their term.
      * 2026-10-15  Section course fees and their refunds (CFEE-, CFRF-)
      *             book to course fee revenue, 4070-000, and carry
      *             their term.
      * 2026-10-15  The batch foots its summarized entry debits and
      *             credits against each other and against the posting
      *             control totals before it is written, and a glctl.dat
      *             open or write failure now ends the run with return
      *             code 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. md-basics-gl-extract.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> the journal finance loads into the college general ledger:
      *> one batch per run, each a header, its summarized entries and
      *> a control trailer, appended so an unloaded batch is never
      *> overwritten by the next night's
           SELECT  GLJournalFile ASSIGN TO "gljournal.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Journal-Status.
      *> extract control record: the last batch number and the date
      *> it was cut, so each batch carries the next number in line
           SELECT  GLControlFile ASSIGN TO "glctl.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GLCtl-Status.
       COPY ACCOUNT-SEL.
       COPY ERRLOG-SEL.

       DATA DIVISION.
       FILE SECTION.
       FD  GLJournalFile.
       01  GLJournalRecord             PIC X(80).

       FD  GLControlFile.
       01  GLControlRecord.
           02  GCR-Last-Batch          PIC 9(6).
           02  GCR-Last-Run-Date       PIC 9(8).

       COPY ACCOUNT-FD.
       COPY ERRLOG-FD.

       WORKING-STORAGE SECTION.
       COPY OPERATOR-WS.
       COPY ACCOUNT-WS.
       COPY ERRLOG-WS.
       COPY GL-ACCOUNTS.
       01  WS-Journal-Status           PIC XX      VALUE SPACES.
           88  FS-Journal-OK                       VALUE "00".
       01  WS-GLCtl-Status             PIC XX      VALUE SPACES.
           88  FS-GLCtl-OK                         VALUE "00".
       01  WS-EOF-SW                   PIC X       VALUE "N".
           88  EndOfAccounts                       VALUE "Y".
       01  WS-Today                    PIC 9(8)    VALUE ZERO.
       01  WS-Last-Batch               PIC 9(6)    VALUE ZERO.
       01  WS-Last-Run-Date            PIC 9(8)    VALUE ZERO.
       01  WS-Batch-No                 PIC 9(6)    VALUE ZERO.

      *>   one account at a time: the key order delivers the summary
      *>   row (with the account's extract mark) first, then the
      *>   transactions in posting order
       01  WS-Group-StuID              PIC 9(5)    VALUE ZERO.
       01  WS-Group-Open-SW            PIC X       VALUE "N".
           88  Group-In-Hand                       VALUE "Y".
       01  WS-Group-Mark               PIC 999     VALUE ZERO.
       01  WS-Group-High-Seq           PIC 999     VALUE ZERO.
       01  WS-Group-Party              PIC X       VALUE "S".
           88  Group-Is-Sponsor                    VALUE "P".

      *>   accounts with rows in this batch and the sequence each one
      *>   is extracted through - written back to the summary rows
      *>   only once the journal itself is safely on file
       01  WS-Marked-Count             PIC 9(6)    VALUE ZERO.
       01  WS-Marked-Table.
           02  WS-Marked-Row OCCURS 100000 TIMES.
               03  MKT-StuID           PIC 9(5).
               03  MKT-Seq             PIC 999.
       01  WS-Marked-Sub               PIC 9(6)    VALUE ZERO.

      *>   the journal itself, summarized by GL account and term
       01  WS-Entry-Count              PIC 999     VALUE ZERO.
       01  WS-Entry-Table.
           02  WS-Entry-Row OCCURS 500 TIMES.
               03  ENT-GL-Account      PIC X(8).
               03  ENT-Term            PIC X(6).
               03  ENT-Debit           PIC S9(9)V99 COMP-3.
               03  ENT-Credit          PIC S9(9)V99 COMP-3.
       01  WS-Entry-Sub                PIC 999     VALUE ZERO.
       01  WS-Entry-Found-SW           PIC X       VALUE "N".
           88  Entry-Found                         VALUE "Y".
       01  WS-Entry-Full-SW            PIC X       VALUE "N".
           88  Entry-Table-Full                    VALUE "Y".
       01  WS-Post-Account             PIC X(8)    VALUE SPACES.
       01  WS-Post-Side                PIC X       VALUE SPACE.
           88  Post-To-Debit                       VALUE "D".
       01  WS-Tran-Term                PIC X(6)    VALUE SPACES.
       01  WS-Map-Key.
           02  WS-Map-Tran-Type        PIC X.
           02  WS-Map-Party            PIC X.

       01  WS-Row-Count                PIC 9(6)    VALUE ZERO.
       01  WS-Unmapped-Count           PIC 9(5)    VALUE ZERO.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Debit-Total==
                               ==MONEY-PIC== BY ==S9(9)V99==.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Credit-Total==
                               ==MONEY-PIC== BY ==S9(9)V99==.
      *>   the summarized entries footed side by side - each posting
      *>   lands on both sides above, so it is the entries that show
      *>   whether the batch actually balances
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Entry-Debits==
                               ==MONEY-PIC== BY ==S9(11)V99==.
       COPY MONEY-WS REPLACING ==NAME==      BY ==WS-Entry-Credits==
                               ==MONEY-PIC== BY ==S9(11)V99==.
       01  WS-Foot-SW                  PIC X       VALUE "Y".
           88  Journal-Foots                       VALUE "Y".
       01  WS-Total-Edited             PIC $$$,$$$,$$9.99-.

       01  WS-Header-Line.
           02  GJH-Rec-Type            PIC X       VALUE "H".
           02  GJH-Batch               PIC 9(6).
           02  GJH-Run-Date            PIC 9(8).
           02  GJH-Source              PIC X(16)
                                       VALUE "STUDENT LEDGER".
           02  GJH-Row-Count           PIC 9(6).
           02  FILLER                  PIC X(43)   VALUE SPACES.
       01  WS-Entry-Line.
           02  GJD-Rec-Type            PIC X       VALUE "D".
           02  GJD-Batch               PIC 9(6).
           02  GJD-GL-Account          PIC X(8).
           02  GJD-Term                PIC X(6).
           02  GJD-Debit               PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           02  GJD-Credit              PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
           02  FILLER                  PIC X(35)   VALUE SPACES.
       01  WS-Trailer-Line.
           02  GJT-Rec-Type            PIC X       VALUE "T".
           02  GJT-Batch               PIC 9(6).
           02  GJT-Entry-Count         PIC 9(6).
           02  GJT-Debit-Total         PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           02  GJT-Credit-Total        PIC S9(11)V99
                                       SIGN LEADING SEPARATE.
           02  FILLER                  PIC X(39)   VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            DISPLAY "====GL JOURNAL EXTRACT====".
      *>   this program runs once per CALL from the batch driver -
      *>   reset the EOF switch, the group state, both tables and the
      *>   totals so a rerun starts clean. The extract mark on each
      *>   account's summary row is what makes the rerun safe: a row
      *>   already sent is passed over, never journaled again.
            MOVE 0    TO RETURN-CODE.
            MOVE "N"  TO WS-EOF-SW.
            MOVE "N"  TO WS-Group-Open-SW.
            MOVE "N"  TO WS-Entry-Full-SW.
            MOVE ZERO TO WS-Marked-Count.
            MOVE ZERO TO WS-Entry-Count.
            MOVE ZERO TO WS-Row-Count.
            MOVE ZERO TO WS-Unmapped-Count.
            MOVE ZERO TO WS-Debit-Total.
            MOVE ZERO TO WS-Credit-Total.
            MOVE ZERO TO WS-Entry-Debits.
            MOVE ZERO TO WS-Entry-Credits.
            MOVE "Y"  TO WS-Foot-SW.
            ACCEPT WS-Today FROM DATE YYYYMMDD.
            PERFORM READ-GL-CONTROL.
            OPEN INPUT AccountsFile.
            IF FS-Account-File-Missing
                DISPLAY "  no accounts on file - nothing to extract."
                GOBACK
            END-IF.
            IF NOT FS-Account-OK
                DISPLAY "  *** unable to open accounts.dat, status "
                        WS-Account-Status " ***"
                MOVE 8 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM READ-ACCOUNTS-LOOP UNTIL EndOfAccounts.
            IF Group-In-Hand
                PERFORM CLOSE-ONE-ACCOUNT
            END-IF.
            CLOSE AccountsFile.
            IF WS-Row-Count = ZERO
                DISPLAY "  no postings since the last extract - no "
                        "batch written."
                GOBACK
            END-IF.
      *>   the journal goes to finance whole or not at all: an
      *>   unmapped row, an overflowing table or a batch whose sides
      *>   differ leaves every extract mark where it was, so tonight's
      *>   rows are all picked up again once the cause is fixed
            PERFORM FOOT-JOURNAL-ENTRIES.
            IF WS-Unmapped-Count > ZERO
               OR Entry-Table-Full
               OR NOT Journal-Foots
                PERFORM REFUSE-JOURNAL
                GOBACK
            END-IF.
            COMPUTE WS-Batch-No = WS-Last-Batch + 1.
            PERFORM WRITE-JOURNAL-BATCH.
            IF RETURN-CODE NOT = 0
                GOBACK
            END-IF.
            PERFORM WRITE-GL-CONTROL.
            PERFORM UPDATE-EXTRACT-MARKS.
            MOVE WS-Debit-Total TO WS-Total-Edited.
            DISPLAY "  batch " WS-Batch-No ": " WS-Row-Count
                    " posting(s) in " WS-Entry-Count " entr(ies), "
                    "debits " WS-Total-Edited WITH NO ADVANCING.
            MOVE WS-Credit-Total TO WS-Total-Edited.
            DISPLAY ", credits " WS-Total-Edited ".".
            GOBACK.

       READ-GL-CONTROL.
      *>   no control record yet means the first-ever extract: the
      *>   batch numbers start at 1
           MOVE ZERO TO WS-Last-Batch.
           MOVE ZERO TO WS-Last-Run-Date.
           OPEN INPUT GLControlFile.
           IF FS-GLCtl-OK
               READ GLControlFile
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE GCR-Last-Batch    TO WS-Last-Batch
                       MOVE GCR-Last-Run-Date TO WS-Last-Run-Date
               END-READ
               CLOSE GLControlFile
           END-IF.

       WRITE-GL-CONTROL.
      *>   the batch is already on the journal, so the extract marks
      *>   are still set below - a control record not written only
      *>   means the next batch would repeat this number
           MOVE WS-Batch-No TO GCR-Last-Batch.
           MOVE WS-Today    TO GCR-Last-Run-Date.
           OPEN OUTPUT GLControlFile.
           IF NOT FS-GLCtl-OK
               DISPLAY "  *** unable to open glctl.dat, status "
                       WS-GLCtl-Status " - batch " WS-Batch-No
                       " written but not recorded ***"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           WRITE GLControlRecord.
           IF NOT FS-GLCtl-OK
               DISPLAY "  *** unable to write glctl.dat, status "
                       WS-GLCtl-Status " - batch " WS-Batch-No
                       " written but not recorded ***"
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE GLControlFile.

       READ-ACCOUNTS-LOOP.
           READ AccountsFile NEXT RECORD
               AT END
                   SET EndOfAccounts TO TRUE
               NOT AT END
                   IF AC-Seq = ZERO
                       IF Group-In-Hand
                           PERFORM CLOSE-ONE-ACCOUNT
                       END-IF
                       PERFORM START-NEW-GROUP
                   ELSE
                       IF Group-In-Hand
                          AND AC-Seq > WS-Group-Mark
                           PERFORM EXTRACT-ONE-TRANSACTION
                       END-IF
                   END-IF
           END-READ.

       START-NEW-GROUP.
      *>   a summary row written before the extract mark existed
      *>   carries no number there - nothing on it has been sent yet
           SET Group-In-Hand TO TRUE.
           MOVE AC-StuID TO WS-Group-StuID.
           IF AC-GL-Extracted-Seq IS NUMERIC
               MOVE AC-GL-Extracted-Seq TO WS-Group-Mark
           ELSE
               MOVE ZERO TO WS-Group-Mark
           END-IF.
           MOVE WS-Group-Mark TO WS-Group-High-Seq.
           IF AC-StuID >= 90000
               MOVE "P" TO WS-Group-Party
           ELSE
               MOVE "S" TO WS-Group-Party
           END-IF.

       EXTRACT-ONE-TRANSACTION.
           MOVE AC-Seq       TO WS-Group-High-Seq.
           ADD 1             TO WS-Row-Count.
           MOVE AC-Tran-Type TO WS-Map-Tran-Type.
           MOVE WS-Group-Party TO WS-Map-Party.
           SEARCH ALL GLMap-Entry
               AT END
                   ADD 1 TO WS-Unmapped-Count
                   DISPLAY "  *** account " AC-StuID " row " AC-Seq
                           " has transaction type " AC-Tran-Type
                           " with no GL account mapped ***"
               WHEN GM-Key(GM-Idx) = WS-Map-Key
                   PERFORM DERIVE-TRANSACTION-TERM
                   MOVE GM-Debit-Account(GM-Idx) TO WS-Post-Account
                   PERFORM SELECT-HOUSING-ACCOUNT
                   PERFORM SELECT-COURSE-FEE-ACCOUNT
                   MOVE "D" TO WS-Post-Side
                   PERFORM ADD-TO-JOURNAL-ENTRY
                   MOVE GM-Credit-Account(GM-Idx) TO WS-Post-Account
                   PERFORM SELECT-FEE-REVENUE-ACCOUNT
                   PERFORM SELECT-HOUSING-ACCOUNT
                   PERFORM SELECT-COURSE-FEE-ACCOUNT
                   MOVE "C" TO WS-Post-Side
                   PERFORM ADD-TO-JOURNAL-ENTRY
                   ADD AC-Amount TO WS-Debit-Total
                   ADD AC-Amount TO WS-Credit-Total
           END-SEARCH.

       DERIVE-TRANSACTION-TERM.
      *>   term-driven postings carry the term code after a four-
      *>   letter prefix ("TUIT-", "INST-", "DROP-", "LATE-",
      *>   "HOUS-", "CFEE-", "CFRF-"); anything else - counter
      *>   payments, aid by fund, sponsor shares, transcript fees,
      *>   finance charges - is journaled without a term
           MOVE SPACES TO WS-Tran-Term.
           IF AC-Reference(5:1) = "-"
              AND (AC-Reference(1:4) = "TUIT"
                OR AC-Reference(1:4) = "INST"
                OR AC-Reference(1:4) = "DROP"
                OR AC-Reference(1:4) = "LATE"
                OR AC-Reference(1:4) = "HOUS"
                OR AC-Reference(1:4) = "CFEE"
                OR AC-Reference(1:4) = "CFRF")
               MOVE AC-Reference(6:6) TO WS-Tran-Term
           END-IF.

       SELECT-FEE-REVENUE-ACCOUNT.
      *>   late fees, finance charges and returned-check fees are
      *>   charges like any other on the ledger, but finance books
      *>   them to their own revenue line rather than to tuition
           IF AC-Charge
              AND (AC-Reference(1:5) = "LATE-"
                OR AC-Reference(1:5) = "FINC-"
                OR AC-Reference = "NSF-FEE")
               MOVE GL-Fee-Revenue TO WS-Post-Account
           END-IF.

       SELECT-HOUSING-ACCOUNT.
      *>   housing charges and the move-out credits that prorate them
      *>   book to housing revenue, not to tuition or its refunds -
      *>   only the revenue side moves, the receivable stays put
           IF AC-Reference(1:5) = "HOUS-"
              AND (WS-Post-Account = "4010-000"
                OR WS-Post-Account = "4090-000")
               MOVE GL-Housing-Revenue TO WS-Post-Account
           END-IF.

       SELECT-COURSE-FEE-ACCOUNT.
      *>   a section's course fee and the refunds of it book to course
      *>   fee revenue, kept apart from tuition and tuition refunds -
      *>   again only the revenue side moves
           IF (AC-Reference(1:5) = "CFEE-"
                OR AC-Reference(1:5) = "CFRF-")
              AND (WS-Post-Account = "4010-000"
                OR WS-Post-Account = "4090-000")
               MOVE GL-Course-Fee-Revenue TO WS-Post-Account
           END-IF.

       ADD-TO-JOURNAL-ENTRY.
           MOVE "N" TO WS-Entry-Found-SW.
           PERFORM VARYING WS-Entry-Sub FROM 1 BY 1
                   UNTIL WS-Entry-Sub > WS-Entry-Count
                      OR Entry-Found
               IF ENT-GL-Account(WS-Entry-Sub) = WS-Post-Account
                  AND ENT-Term(WS-Entry-Sub) = WS-Tran-Term
                   SET Entry-Found TO TRUE
               END-IF
           END-PERFORM.
           IF Entry-Found
               SUBTRACT 1 FROM WS-Entry-Sub
           ELSE
               IF WS-Entry-Count >= 500
                   SET Entry-Table-Full TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-Entry-Count
               MOVE WS-Entry-Count  TO WS-Entry-Sub
               MOVE WS-Post-Account TO ENT-GL-Account(WS-Entry-Sub)
               MOVE WS-Tran-Term    TO ENT-Term(WS-Entry-Sub)
               MOVE ZERO            TO ENT-Debit(WS-Entry-Sub)
               MOVE ZERO            TO ENT-Credit(WS-Entry-Sub)
           END-IF.
           IF Post-To-Debit
               ADD AC-Amount TO ENT-Debit(WS-Entry-Sub)
           ELSE
               ADD AC-Amount TO ENT-Credit(WS-Entry-Sub)
           END-IF.

       FOOT-JOURNAL-ENTRIES.
      *>   the entries' debits and credits must foot to each other and
      *>   to the postings' control totals the trailer carries
           PERFORM FOOT-ONE-JOURNAL-ENTRY
               VARYING WS-Entry-Sub FROM 1 BY 1
               UNTIL WS-Entry-Sub > WS-Entry-Count.
           IF WS-Entry-Debits NOT = WS-Entry-Credits
              OR WS-Entry-Debits NOT = WS-Debit-Total
              OR WS-Entry-Credits NOT = WS-Credit-Total
               MOVE "N" TO WS-Foot-SW
           END-IF.

       FOOT-ONE-JOURNAL-ENTRY.
           ADD ENT-Debit(WS-Entry-Sub)  TO WS-Entry-Debits.
           ADD ENT-Credit(WS-Entry-Sub) TO WS-Entry-Credits.

       CLOSE-ONE-ACCOUNT.
           MOVE "N" TO WS-Group-Open-SW.
           IF WS-Group-High-Seq > WS-Group-Mark
               ADD 1 TO WS-Marked-Count
               MOVE WS-Group-StuID    TO MKT-StuID(WS-Marked-Count)
               MOVE WS-Group-High-Seq TO MKT-Seq(WS-Marked-Count)
           END-IF.

       REFUSE-JOURNAL.
           DISPLAY "  *** GL journal NOT written - nothing marked as "
                   "sent ***".
           IF WS-Unmapped-Count > ZERO
               DISPLAY "  *** " WS-Unmapped-Count " posting(s) with "
                       "no GL account mapped ***"
           END-IF.
           IF Entry-Table-Full
               DISPLAY "  *** more than 500 GL account/term entries "
                       "in one batch ***"
           END-IF.
           IF NOT Journal-Foots
               MOVE WS-Entry-Debits TO WS-Total-Edited
               DISPLAY "  *** entry debits " WS-Total-Edited
                       WITH NO ADVANCING
               MOVE WS-Entry-Credits TO WS-Total-Edited
               DISPLAY " and credits " WS-Total-Edited
                       WITH NO ADVANCING
               MOVE WS-Debit-Total TO WS-Total-Edited
               DISPLAY " do not foot to the postings' "
                       WS-Total-Edited " ***"
           END-IF.
           MOVE "MD-BASICS-GL-EXTRACT" TO WS-ErrLog-Program.
           MOVE "GLJOURNALRECORD"      TO WS-ErrLog-Field.
           MOVE "9026"                 TO WS-ErrLog-Reason-Code.
           MOVE "GL journal does not foot, batch not written"
               TO WS-ErrLog-Text.
           PERFORM ERROR-LOG-WRITE.
           MOVE 8 TO RETURN-CODE.

       WRITE-JOURNAL-BATCH.
      *>   first-ever batch creates the journal file
           OPEN EXTEND GLJournalFile.
           IF NOT FS-Journal-OK
               OPEN OUTPUT GLJournalFile
           END-IF.
           IF NOT FS-Journal-OK
               DISPLAY "  *** unable to open gljournal.dat, status "
                       WS-Journal-Status " - nothing marked as sent "
                       "***"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-Batch-No  TO GJH-Batch.
           MOVE WS-Today     TO GJH-Run-Date.
           MOVE WS-Row-Count TO GJH-Row-Count.
           MOVE WS-Header-Line TO GLJournalRecord.
           WRITE GLJournalRecord.
           PERFORM WRITE-ONE-JOURNAL-ENTRY
               VARYING WS-Entry-Sub FROM 1 BY 1
               UNTIL WS-Entry-Sub > WS-Entry-Count.
           MOVE WS-Batch-No     TO GJT-Batch.
           MOVE WS-Entry-Count  TO GJT-Entry-Count.
           MOVE WS-Debit-Total  TO GJT-Debit-Total.
           MOVE WS-Credit-Total TO GJT-Credit-Total.
           MOVE WS-Trailer-Line TO GLJournalRecord.
           WRITE GLJournalRecord.
           CLOSE GLJournalFile.

       WRITE-ONE-JOURNAL-ENTRY.
           MOVE WS-Batch-No                  TO GJD-Batch.
           MOVE ENT-GL-Account(WS-Entry-Sub) TO GJD-GL-Account.
           MOVE ENT-Term(WS-Entry-Sub)       TO GJD-Term.
           MOVE ENT-Debit(WS-Entry-Sub)      TO GJD-Debit.
           MOVE ENT-Credit(WS-Entry-Sub)     TO GJD-Credit.
           MOVE WS-Entry-Line TO GLJournalRecord.
           WRITE GLJournalRecord.

       UPDATE-EXTRACT-MARKS.
      *>   the high-water mark: each account's summary row now says
      *>   how far it has been sent
           OPEN I-O AccountsFile.
           IF NOT FS-Account-OK
               DISPLAY "  *** unable to reopen accounts.dat, status "
                       WS-Account-Status " - batch " WS-Batch-No
                       " written but extract marks NOT set ***"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           PERFORM MARK-ONE-ACCOUNT
               VARYING WS-Marked-Sub FROM 1 BY 1
               UNTIL WS-Marked-Sub > WS-Marked-Count.
           CLOSE AccountsFile.

       MARK-ONE-ACCOUNT.
           MOVE MKT-StuID(WS-Marked-Sub) TO AC-StuID.
           MOVE ZERO                     TO AC-Seq.
           READ AccountsFile
               INVALID KEY
                   DISPLAY "  *** account summary for StuID "
                           MKT-StuID(WS-Marked-Sub) " missing, "
                           "extract mark not set ***"
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE MKT-Seq(WS-Marked-Sub) TO AC-GL-Extracted-Seq
                   REWRITE AccountRecord
                       INVALID KEY
                           DISPLAY "  *** unable to set extract mark "
                                   "for StuID " AC-StuID ", status "
                                   WS-Account-Status " ***"
                           MOVE 8 TO RETURN-CODE
                   END-REWRITE
           END-READ.

       COPY ERRLOG-PROC.

       END PROGRAM md-basics-gl-extract.
