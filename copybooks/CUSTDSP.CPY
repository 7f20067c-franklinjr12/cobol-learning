      *****************************************************************
      *  CUSTDSP.CPY
      *  Customer dispute record layout.
      *  One row per disputed posting on CUSTDISP, keyed by the
      *  customer and the PHIST-REFERENCE of the item in question -
      *  opened and resolved through DisputeMenu. While a row is
      *  open its amount is carved out of the balance FinanceCharge
      *  charges on and ReceivablesAging buckets, ladders, and duns,
      *  so the customer is not chased for money under argument.
      *****************************************************************
       01  CUSTOMER-DISPUTE-RECORD.
           05 DISP-KEY.
               10 DISP-CUST-ID    PIC 9(10).
               10 DISP-REFERENCE  PIC X(12).
           05 DISP-AMOUNT        PIC 9(07)V99.
      *        The part of the posting the customer disputes - never
      *        more than the posting itself.
           05 DISP-REASON        PIC X(30).
           05 DISP-OPERATOR      PIC X(08).
      *        The signed-on operator who opened it.
           05 DISP-OPEN-DATE     PIC 9(08).
           05 DISP-STATUS        PIC X(01).
           88 DISP-OPEN          VALUE "O".
           88 DISP-CREDITED      VALUE "C".
           88 DISP-REINSTATED    VALUE "R".
      *        C - resolved in the customer's favour, the amount
      *        credited back through CUSTFIN. R - resolved against,
      *        the item collectable again from the next run on.
           05 DISP-CLOSE-DATE    PIC 9(08).
           05 DISP-CLOSE-OPERATOR PIC X(08).
