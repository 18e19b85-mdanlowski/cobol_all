      ******************************************************************
      * Shared audit-log file SELECT. COPY into FILE-CONTROL of any
      * program that logs student record changes via AUDIT-PROC.
      * AuditChainFile is the one-line chain control file: the last
      * sequence number issued and the check value it carried, so
      * the next entry written - by any program - links to it.
      * AuditLockFile holds the one record whose record lock a
      * program takes while it extends the chain.
      ******************************************************************
           SELECT  AuditLogFile ASSIGN TO "audit.log"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-Audit-Status.
           SELECT  AuditChainFile ASSIGN TO "auditchn.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AuditChn-Status.
           SELECT  AuditLockFile ASSIGN TO "auditlck.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ALK-Key
                   LOCK MODE IS MANUAL
                   FILE STATUS IS WS-AuditLck-Status.
