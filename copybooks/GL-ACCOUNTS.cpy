      ******************************************************************
      * Shared general-ledger account map: for every ledger
      * transaction type, and for each kind of account it can post
      * to (a student's own account "S", or a sponsor account "P" -
      * StuIDs 90000 up), the GL account debited and the GL account
      * credited. Every posting lands on one receivable side and one
      * cash, revenue or clearing side, so a journal built through
      * this map foots by construction. COPY into WORKING-STORAGE of
      * any program that turns ledger rows into GL entries. Late
      * fees, finance charges and returned-check fees post as
      * ordinary charges; the extract moves their revenue side to
      * 4050-000. Housing charges and move-out credits ("HOUS-")
      * have their revenue side moved to housing revenue, 4060-000,
      * and section course fees and their refunds ("CFEE-", "CFRF-")
      * to course fee revenue, 4070-000. The key is transaction type
      * then party, kept in ascending order for SEARCH ALL.
      ******************************************************************
       01  GLMap-Values.
      *>   aid disbursed: aid clearing against the receivable
           02  FILLER              PIC X(2)    VALUE "AP".
           02  FILLER              PIC X(8)    VALUE "2150-000".
           02  FILLER              PIC X(8)    VALUE "1220-000".
           02  FILLER              PIC X(2)    VALUE "AS".
           02  FILLER              PIC X(8)    VALUE "2150-000".
           02  FILLER              PIC X(8)    VALUE "1210-000".
      *>   charges: receivable against tuition and fee revenue
           02  FILLER              PIC X(2)    VALUE "CP".
           02  FILLER              PIC X(8)    VALUE "1220-000".
           02  FILLER              PIC X(8)    VALUE "4010-000".
           02  FILLER              PIC X(2)    VALUE "CS".
           02  FILLER              PIC X(8)    VALUE "1210-000".
           02  FILLER              PIC X(8)    VALUE "4010-000".
      *>   refund checks cut: receivable against operating cash
           02  FILLER              PIC X(2)    VALUE "DP".
           02  FILLER              PIC X(8)    VALUE "1220-000".
           02  FILLER              PIC X(8)    VALUE "1010-000".
           02  FILLER              PIC X(2)    VALUE "DS".
           02  FILLER              PIC X(8)    VALUE "1210-000".
           02  FILLER              PIC X(8)    VALUE "1010-000".
      *>   aid returned to its fund on withdrawal: the receivable back
      *>   against aid clearing
           02  FILLER              PIC X(2)    VALUE "FP".
           02  FILLER              PIC X(8)    VALUE "1220-000".
           02  FILLER              PIC X(8)    VALUE "2150-000".
           02  FILLER              PIC X(2)    VALUE "FS".
           02  FILLER              PIC X(8)    VALUE "1210-000".
           02  FILLER              PIC X(8)    VALUE "2150-000".
      *>   returned checks: the receivable back against operating cash
           02  FILLER              PIC X(2)    VALUE "NP".
           02  FILLER              PIC X(8)    VALUE "1220-000".
           02  FILLER              PIC X(8)    VALUE "1010-000".
           02  FILLER              PIC X(2)    VALUE "NS".
           02  FILLER              PIC X(8)    VALUE "1210-000".
           02  FILLER              PIC X(8)    VALUE "1010-000".
      *>   payments received: operating cash against the receivable
           02  FILLER              PIC X(2)    VALUE "PP".
           02  FILLER              PIC X(8)    VALUE "1010-000".
           02  FILLER              PIC X(8)    VALUE "1220-000".
           02  FILLER              PIC X(2)    VALUE "PS".
           02  FILLER              PIC X(8)    VALUE "1010-000".
           02  FILLER              PIC X(8)    VALUE "1210-000".
      *>   drop refund credits: tuition refunds (contra revenue)
      *>   against the receivable
           02  FILLER              PIC X(2)    VALUE "RP".
           02  FILLER              PIC X(8)    VALUE "4090-000".
           02  FILLER              PIC X(8)    VALUE "1220-000".
           02  FILLER              PIC X(2)    VALUE "RS".
           02  FILLER              PIC X(8)    VALUE "4090-000".
           02  FILLER              PIC X(8)    VALUE "1210-000".
      *>   bad debt written off: the allowance for doubtful accounts
      *>   against the receivable
           02  FILLER              PIC X(2)    VALUE "WP".
           02  FILLER              PIC X(8)    VALUE "1290-000".
           02  FILLER              PIC X(8)    VALUE "1220-000".
           02  FILLER              PIC X(2)    VALUE "WS".
           02  FILLER              PIC X(8)    VALUE "1290-000".
           02  FILLER              PIC X(8)    VALUE "1210-000".

       01  GLMap-Table REDEFINES GLMap-Values.
           02  GLMap-Entry OCCURS 16 TIMES
                       ASCENDING KEY IS GM-Key
                       INDEXED BY GM-Idx.
               03  GM-Key.
                   04  GM-Tran-Type    PIC X.
                   04  GM-Party        PIC X.
               03  GM-Debit-Account    PIC X(8).
               03  GM-Credit-Account   PIC X(8).

      *>   the revenue lines a posting's revenue side is moved to by
      *>   its reference prefix, in place of tuition or its refunds
       01  GL-Revenue-Accounts.
           02  GL-Fee-Revenue          PIC X(8)    VALUE "4050-000".
           02  GL-Housing-Revenue      PIC X(8)    VALUE "4060-000".
           02  GL-Course-Fee-Revenue   PIC X(8)    VALUE "4070-000".
