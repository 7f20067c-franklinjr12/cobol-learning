      *****************************************************************
      *  CUSTDDM.CPY
      *  Direct-debit mandate record layout.
      *  One row on DDMAND per customer who lets us pull what they
      *  owe from their bank account, keyed on the same CUST-ID that
      *  keys CUSTMAST, in the CUSTADDR mould. Kept through
      *  DirectDebitMenu; DirectDebitCollect reads it on each
      *  statement due date to cut the bank collection file, and
      *  DirectDebitReturns counts the bank's failures against it.
      *****************************************************************
       01  DIRECT-DEBIT-MANDATE-RECORD.
           05 DDM-CUST-ID        PIC 9(10).
           05 DDM-ROUTING        PIC 9(09).
      *        The bank's routing number, held plain - it names a
      *        bank, not a person.
           05 DDM-ACCOUNT        PIC 9(17).
      *        The account number ciphered digit by digit under the
      *        DDMEKEY key, the way CustomerIdVault ciphers CUST-ID -
      *        the plain number never lands on the file or a screen.
      *        Only DirectDebitCollect turns it back, into the
      *        collection file for the bank.
           05 DDM-REFERENCE      PIC X(18).
      *        The mandate reference the customer signed under, as
      *        it must appear on every collection.
           05 DDM-STATUS         PIC X(01).
           88 DDM-ACTIVE         VALUE "A".
           88 DDM-SUSPENDED      VALUE "S".
           88 DDM-CANCELLED      VALUE "C".
      *        Suspended by DirectDebitReturns after repeated
      *        failures, or cancelled from the menu - neither is
      *        collected. A cancelled row stays, so the record of
      *        what used to run survives.
           05 DDM-SET-DATE       PIC 9(08).
      *        When the mandate was set up or last changed.
           05 DDM-FAIL-COUNT     PIC 9(02).
      *        Collections returned in a row - put back to zero when
      *        a collection goes a whole cycle unreturned.
           05 DDM-LAST-COLLECT-DATE PIC 9(08).
           05 DDM-LAST-COLLECT-AMOUNT PIC 9(07)V99.
      *        The latest collection sent - its credit went to
      *        CUSTFIN under reference "DD" plus this date.
           05 DDM-LAST-RETURN-DATE PIC 9(08).
      *        When the bank last sent a collection back. On or
      *        after the collection date means that collection has
      *        already been reversed.
           05 DDM-SET-BY         PIC X(08).
      *        The operator who set the mandate up or last changed
      *        it - for a change that was held, the reviewer who
      *        released it.
