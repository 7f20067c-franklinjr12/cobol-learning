      *****************************************************************
      *  AUDAPLNK.CPY
      *  Shared LINKAGE SECTION layout for the CALL 'AuditAppend'
      *  protocol. The one way onto AUDITLOG - AuditLogger's START/END
      *  entries and the free-text lines LockUtility and RunConsole
      *  write all come through here, so every entry is stamped and
      *  appended under the same AUDITLCK hold and no two runs can
      *  chain from the same tail.
      *****************************************************************
       01  AUDIT-APPEND-AREA.
           05 AAP-ENTRY-TEXT       PIC X(80).
      *        The entry as it is to read on AUDITLOG, columns 1-80.
      *        The sequence and check value are added here.
