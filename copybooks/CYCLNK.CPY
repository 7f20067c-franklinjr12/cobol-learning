      *****************************************************************
      *  CYCLNK.CPY
      *  Shared LINKAGE SECTION layout for the CALL 'BillingCycle'
      *  protocol, in the BUSDLNK style. A customer's cycle day is
      *  1 to 28, so every month has one; the statement date for a
      *  cycle day is that day of the month rolled forward to a
      *  business day through BusinessDate. CustomerStatement,
      *  FinanceCharge, and the menu all ask here, so a cycle falls
      *  due on the same night for every one of them.
      *****************************************************************
       01  CYCL-CALL-AREA.
           05 CYCL-FUNCTION        PIC X(01).
           88 CYCL-DUE-TODAY       VALUE "T".
      *        Set CYCL-DUE-FLAG(n) to "Y" for every cycle day n
      *        whose statement date is CYCL-DATE-IN, "N" otherwise.
           88 CYCL-NEXT-DATE       VALUE "N".
      *        Return in CYCL-DATE-OUT the first statement date on
      *        or after CYCL-DATE-IN for cycle day CYCL-DAY.
           05 CYCL-DATE-IN         PIC 9(08).
      *        Full-century date (CCYYMMDD).
           05 CYCL-DAY             PIC 9(02).
      *        In for function N.
           05 CYCL-DATE-OUT        PIC 9(08).
      *        Out for function N.
           05 CYCL-DUE-FLAGS.
               10 CYCL-DUE-FLAG    PIC X(01) OCCURS 28 TIMES.
           05 CYCL-DUE-COUNT       PIC 9(02).
      *        Out for function T - how many cycle days fall due.
      *        None on a weekend or holiday; several on the business
      *        day after one.
           05 CYCL-RESULT          PIC X(01).
           88 CYCL-OK              VALUE "Y".
           88 CYCL-BAD-REQUEST     VALUE "N".
