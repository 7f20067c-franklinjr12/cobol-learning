      *****************************************************************
      *  CUSTTAX.CPY
      *  Sales-tax journal record layout.
      *  One line on TAXJRNL for every TX tax debit CustomerPosting
      *  raises beside a taxable debit - the base it was charged
      *  on, the rate used and the tax itself, so TaxReport can
      *  show taxable base and tax by category and rate for the
      *  month without working anything back out of POSTHIST.
      *  Appended on live runs only, and trimmed with the other
      *  posting outputs on a checkpoint restart.
      *****************************************************************
       01  TAX-JOURNAL-RECORD.
           05 TAXJ-CUST-ID       PIC 9(10).
           05 TAXJ-CUST-CAT      PIC 9(02).
           05 TAXJ-POST-DATE     PIC 9(08).
           05 TAXJ-BASE-TYPE     PIC X(02).
      *        Transaction type of the debit that was taxed.
           05 TAXJ-BASE-AMOUNT   PIC 9(07)V99.
           05 TAXJ-RATE-PCT      PIC 9(02)V9(04).
           05 TAXJ-TAX-AMOUNT    PIC 9(07)V99.
           05 TAXJ-REFERENCE     PIC X(12).
           05 TAXJ-BATCH-ID      PIC 9(06).
