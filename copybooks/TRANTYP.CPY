      *****************************************************************
      *  TRANTYP.CPY
      *  Transaction type record layout.
      *  One row per kind of money movement on CUSTFIN and POSTHIST,
      *  kept on TRANTYPE (keyed on TYPE-CODE) the same way the
      *  category descriptions are kept on CATREF - maintained
      *  through TranTypeMaintMenu, validated by CustomerPosting,
      *  printed by CustomerStatement, and read by GlInterface for
      *  the account each type's money offsets to.
      *  The batch writers stamp their own codes - PY payments
      *  (PaymentEntryMenu), FC finance charges (FinanceCharge), SO
      *  standing orders (StandingOrderGen), CN consolidation
      *  transfers (AccountConsolidate), DS dispute credits
      *  (DisputeMenu), RP returned-payment reversals and NF
      *  returned-cheque fees (ReturnedPayment), RF credit-balance
      *  refunds (CreditRefund), LB lockbox payments
      *  (LockboxImport), WO bad-debt write-offs
      *  (BadDebtWriteOff), RC bad-debt recoveries (CustomerPosting,
      *  for credits landing on a written-off account), LF late fees
      *  (LateFeeAssess), TX sales tax (CustomerPosting, beside
      *  each taxable debit) - and AJ is the manual adjustment
      *  every untyped line posts as.
      *****************************************************************
       01  TRAN-TYPE-RECORD.
           05 TYPE-CODE          PIC X(02).
           05 TYPE-DESC          PIC X(20).
      *        What the customer sees on the statement activity line.
           05 TYPE-DIRECTION     PIC X(01).
           88 TYPE-DEBIT-ONLY    VALUE "D".
           88 TYPE-CREDIT-ONLY   VALUE "C".
           88 TYPE-EITHER-WAY    VALUE "B".
      *        A posting whose FIN-DC-CODE runs against its type's
      *        direction rejects - a payment that debits the account
      *        is a keying error, not a payment.
           05 TYPE-GL-ACCOUNT    PIC X(08).
      *        The ledger account this type's postings offset to.
      *        Spaces leaves the type on the old revenue/cash
      *        clearing pair.
           05 TYPE-ACTIVE-FLAG   PIC X(01).
           88 TYPE-ACTIVE        VALUE "A".
           88 TYPE-INACTIVE      VALUE "I".
      *        An inactive code stays on file so old history still
      *        prints with a description, but posting rejects new
      *        transactions that carry it.
           05 TYPE-TAXABLE-FLAG  PIC X(01).
           88 TYPE-TAXABLE       VALUE "Y".
           88 TYPE-NOT-TAXABLE   VALUE "N", " ".
      *        A debit of a taxable type draws a TX sales-tax debit
      *        at the customer category's TAXRATE when it posts.
      *        Credits never carry tax; TX itself must stay "N".
