      *****************************************************************
      *  CUSTARR.CPY
      *  Payment arrangement record layout.
      *  One row per customer on ARRANGE, keyed on ARR-CUST-ID - the
      *  instalment plan collections agreed on the phone, set up and
      *  cancelled through ArrangementMenu and checked every night
      *  by ArrangementCheck against the credits on POSTHIST. While
      *  an arrangement is active and being kept, ReceivablesAging
      *  steps the account no further up the ladder and sends it no
      *  letters.
      *****************************************************************
       01  PAYMENT-ARRANGEMENT-RECORD.
           05 ARR-CUST-ID        PIC 9(10).
           05 ARR-INSTALMENT     PIC 9(07)V99.
           05 ARR-FREQUENCY      PIC X(01).
           88 ARR-WEEKLY         VALUE "W".
           88 ARR-FORTNIGHTLY    VALUE "F".
           88 ARR-MONTHLY        VALUE "M".
           05 ARR-START-DATE     PIC 9(08).
      *        The first instalment's due date (CCYYMMDD). Later
      *        ones fall every 7 or 14 days, or on the same day of
      *        each following month - a monthly plan is never set on
      *        a day past the 28th.
           05 ARR-END-DATE       PIC 9(08).
      *        No instalment falls due after this date.
           05 ARR-OPERATOR       PIC X(08).
           05 ARR-SET-DATE       PIC 9(08).
      *        The day it was agreed - credits posted from this day
      *        on count toward the instalments.
           05 ARR-STATUS         PIC X(01).
           88 ARR-ACTIVE         VALUE "A".
           88 ARR-BROKEN         VALUE "B".
           88 ARR-COMPLETED      VALUE "C".
           88 ARR-CANCELLED      VALUE "X".
           05 ARR-KEPT-COUNT     PIC 9(03).
      *        Instalments checked and kept so far.
           05 ARR-CLOSE-DATE     PIC 9(08).
      *        When it was broken, completed, or cancelled.
