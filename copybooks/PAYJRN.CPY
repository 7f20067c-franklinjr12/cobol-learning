      *****************************************************************
      *  PAYJRN.CPY
      *  Counter payment journal record layout.
      *  One line appended to PAYJRNL for every payment taken over
      *  the counter through PaymentEntryMenu - who paid, how much,
      *  when, which signed-on operator took it, and in what tender.
      *  Shared by the menu that writes it and by CustomerTrace,
      *  BankReconcile, and TellerBalance that read it back, so the
      *  layouts cannot drift apart.
      *****************************************************************
       01  PAYMENT-JOURNAL-RECORD.
           05 PJR-CUST-ID         PIC 9(10).
           05 PJR-AMOUNT          PIC 9(07)V99.
           05 PJR-STAMP-DATE      PIC 9(08).
           05 PJR-STAMP-TIME      PIC 9(08).
           05 PJR-OPERATOR-ID     PIC X(08).
           05 PJR-TENDER          PIC X(01).
           88 PJR-CASH            VALUE "C", " ".
           88 PJR-CHEQUE          VALUE "Q".
           88 PJR-CARD            VALUE "D".
      *        How the customer paid. A line written before the
      *        tender was captured reads as spaces and counts as
      *        cash.
           05 PJR-POSTING-DATE    PIC 9(08).
      *        The business day whose posting run takes the payment -
      *        the next one when it was keyed after NightlyRun took
      *        the cutoff. Spaces on lines written before the cutoff
      *        was kept.
