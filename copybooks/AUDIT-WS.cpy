      * AUDIT-PROC. The caller sets WS-Audit-StuID, WS-Audit-Action,
      * WS-Audit-Before and WS-Audit-After, then PERFORMs
      * AUDIT-LOG-WRITE.
      * A program walking the log to prove the chain zeroes
      * WS-Audit-Chain and sets WS-Audit-Chain-Started-SW to "N",
      * then PERFORMs AUDIT-CHAIN-CHECK on each entry read into
      * AuditLogRecord; WS-Audit-Link-SW says how that entry links.
      ******************************************************************
       01  WS-Audit-Status          PIC XX      VALUE SPACES.
           88  FS-Audit-OK                      VALUE "00".
       01  WS-Audit-Action          PIC X(6)    VALUE SPACES.
       01  WS-Audit-Before          PIC X(128)   VALUE SPACES.
       01  WS-Audit-After           PIC X(128)   VALUE SPACES.
       01  WS-AuditChn-Status       PIC XX      VALUE SPACES.
           88  FS-AuditChn-OK                   VALUE "00".
           88  FS-AuditChn-Missing              VALUE "35".
       01  WS-AuditLck-Status       PIC XX      VALUE SPACES.
           88  FS-AuditLck-OK                   VALUE "00".
           88  FS-AuditLck-Locked               VALUE "51".
           88  FS-AuditLck-File-Missing         VALUE "35".
       01  WS-Audit-Lock-SW         PIC X       VALUE "N".
           88  Audit-Chain-Locked               VALUE "Y".
       01  WS-Audit-Lock-Tries      PIC 99      VALUE ZERO.
       01  WS-Audit-Lock-Wait       PIC 9       VALUE 1.
       01  WS-Audit-Loaded-SW       PIC X       VALUE "N".
           88  Audit-Chain-Loaded               VALUE "Y".
       01  WS-Audit-Chain.
           02  WS-Audit-Last-Seq    PIC 9(9)    VALUE ZERO.
           02  WS-Audit-Last-Chain  PIC 9(10)   VALUE ZERO.
       01  WS-Audit-Chain-Calc      PIC 9(10)   VALUE ZERO.
       01  WS-Audit-Chain-Work      PIC 9(12)   VALUE ZERO.
       01  WS-Audit-Chain-Quot      PIC 9(12)   VALUE ZERO.
       01  WS-Audit-Chain-Sub       PIC 999     VALUE ZERO.
       01  WS-Audit-Chain-Started-SW PIC X      VALUE "N".
           88  Audit-Chain-Started              VALUE "Y".
       01  WS-Audit-Link-SW         PIC X       VALUE SPACE.
           88  Audit-Link-Ok                    VALUE "K".
           88  Audit-Link-Legacy                VALUE "L".
           88  Audit-Link-Gap                   VALUE "G".
           88  Audit-Link-Reordered             VALUE "R".
           88  Audit-Link-Altered               VALUE "A".
           88  Audit-Link-Unchained             VALUE "U".
           88  Audit-Link-Broken                VALUES "G", "R", "A",
                                                       "U".
