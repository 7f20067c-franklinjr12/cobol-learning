      *****************************************************************
      *  LOCKBOX.CPY
      *  Bank lockbox file record layout.
      *  The file the bank sends each morning for the mail it has
      *  opened on our behalf - one deposit per file. An H header
      *  names the lockbox and the deposit; each batch of cheques
      *  is a B header, its I items, and a T trailer carrying the
      *  batch count and amount; a Z trailer closes the file with
      *  the batch count, item count, and deposit total. Every
      *  control total is proved before a single item is used.
      *****************************************************************
       01  LOCKBOX-RECORD.
           05 LBX-RECORD-TYPE    PIC X(01).
           88 LBX-FILE-HEADER    VALUE "H".
           88 LBX-BATCH-HEADER   VALUE "B".
           88 LBX-ITEM           VALUE "I".
           88 LBX-BATCH-TRAILER  VALUE "T".
           88 LBX-FILE-TRAILER   VALUE "Z".
           05 LBX-RECORD-DATA    PIC X(79).
           05 LBX-HEADER-DATA REDEFINES LBX-RECORD-DATA.
               10 LBX-LOCKBOX-ID     PIC X(08).
               10 LBX-DEPOSIT-DATE   PIC 9(08).
      *            The day the bank credited the deposit (CCYYMMDD).
               10 LBX-DEPOSIT-ID     PIC X(10).
      *            The bank's own deposit number - what appears
      *            against the credit on the bank statement.
               10 FILLER             PIC X(53).
           05 LBX-BATCH-DATA REDEFINES LBX-RECORD-DATA.
               10 LBX-BATCH-NO       PIC 9(04).
               10 FILLER             PIC X(75).
           05 LBX-ITEM-DATA REDEFINES LBX-RECORD-DATA.
               10 LBX-ITEM-BATCH     PIC 9(04).
               10 LBX-ITEM-REF       PIC X(12).
      *            The bank's item sequence reference - stamped on
      *            the CUSTFIN credit as FIN-REFERENCE.
               10 LBX-ITEM-ACCOUNT   PIC X(10).
      *            The account number as the customer wrote it on
      *            the remittance slip - may be blank or garbled.
               10 LBX-ITEM-AMOUNT    PIC 9(07)V99.
               10 LBX-ITEM-CHEQUE    PIC X(10).
               10 FILLER             PIC X(34).
           05 LBX-BATCH-TRL-DATA REDEFINES LBX-RECORD-DATA.
               10 LBX-TRL-BATCH-NO   PIC 9(04).
               10 LBX-TRL-ITEM-COUNT PIC 9(05).
               10 LBX-TRL-BATCH-AMOUNT
                                     PIC 9(09)V99.
               10 FILLER             PIC X(59).
           05 LBX-FILE-TRL-DATA REDEFINES LBX-RECORD-DATA.
               10 LBX-TRL-BATCH-COUNT
                                     PIC 9(04).
               10 LBX-TRL-FILE-ITEMS PIC 9(06).
               10 LBX-TRL-DEPOSIT-TOTAL
                                     PIC 9(09)V99.
               10 FILLER             PIC X(58).
