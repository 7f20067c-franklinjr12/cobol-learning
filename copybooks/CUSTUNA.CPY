      *****************************************************************
      *  CUSTUNA.CPY
      *  Unapplied cash worklist record layout.
      *  One line appended to UNAPCASH for every lockbox item whose
      *  remitted account number cannot be used - blank, not
      *  numeric, or failing the CustomerValidation check digit.
      *  The money is in the bank but belongs to no account yet;
      *  the cash desk researches each line from the item reference
      *  and cheque number and keys the payment once the payer is
      *  known.
      *****************************************************************
       01  UNAPPLIED-CASH-RECORD.
           05 UNAP-DATE          PIC 9(08).
      *        The deposit date the item arrived under.
           05 UNAP-LOCKBOX-ID    PIC X(08).
           05 UNAP-DEPOSIT-ID    PIC X(10).
           05 UNAP-BATCH-NO      PIC 9(04).
           05 UNAP-ITEM-REF      PIC X(12).
           05 UNAP-ACCOUNT       PIC X(10).
      *        The account number exactly as remitted.
           05 UNAP-CHEQUE        PIC X(10).
           05 UNAP-AMOUNT        PIC 9(07)V99.
           05 UNAP-REASON        PIC X(20).
