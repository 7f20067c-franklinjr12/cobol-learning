      *****************************************************************
      *  LIMRAIS.CPY
      *  Credit-limit increase notice record layout.
      *  One line appended to LIMRAISE by CreditLimitMenu for every
      *  approved increase. HoldRelease reads them on its next run,
      *  reports what the higher limit let through for each
      *  customer, and empties the file.
      *****************************************************************
       01  LIMIT-RAISE-RECORD.
           05 LRS-CUST-ID        PIC 9(10).
           05 LRS-OLD-LIMIT      PIC 9(07)V99.
           05 LRS-NEW-LIMIT      PIC 9(07)V99.
           05 LRS-APPROVED-DATE  PIC 9(08).
           05 LRS-CHECKER        PIC X(08).
