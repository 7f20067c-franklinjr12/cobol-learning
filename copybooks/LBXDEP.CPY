      *****************************************************************
      *  LBXDEP.CPY
      *  Lockbox deposit log record layout.
      *  One line appended to LBXDEPO for every lockbox deposit
      *  LockboxImport loads - the deposit the bank says it made,
      *  split into what was applied to accounts and what went to
      *  the unapplied cash worklist. The cash side of the bank
      *  reconciliation for the mail-in money.
      *****************************************************************
       01  LOCKBOX-DEPOSIT-RECORD.
           05 LDEP-DEPOSIT-DATE  PIC 9(08).
           05 LDEP-LOCKBOX-ID    PIC X(08).
           05 LDEP-DEPOSIT-ID    PIC X(10).
           05 LDEP-ITEM-COUNT    PIC 9(06).
           05 LDEP-DEPOSIT-TOTAL PIC 9(09)V99.
           05 LDEP-APPLIED-TOTAL PIC 9(09)V99.
           05 LDEP-UNAPPLIED-TOTAL
                                 PIC 9(09)V99.
           05 LDEP-LOAD-DATE     PIC 9(08).
