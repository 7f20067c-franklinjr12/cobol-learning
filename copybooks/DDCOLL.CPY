      *****************************************************************
      *  DDCOLL.CPY
      *  Bank direct-debit collection file record layout.
      *  What DirectDebitCollect sends the bank on a night any
      *  mandated statement falls due, in the LOCKBOX mould: an H
      *  header names the run, each C item asks the bank to pull
      *  one customer's amount owed under their mandate, and a Z
      *  trailer carries the item count and total for the bank to
      *  prove the file against.
      *****************************************************************
       01  DD-COLLECTION-RECORD.
           05 DDC-RECORD-TYPE    PIC X(01).
           88 DDC-FILE-HEADER    VALUE "H".
           88 DDC-ITEM           VALUE "C".
           88 DDC-FILE-TRAILER   VALUE "Z".
           05 DDC-RECORD-DATA    PIC X(79).
           05 DDC-HEADER-DATA REDEFINES DDC-RECORD-DATA.
               10 DDC-COLLECT-DATE   PIC 9(08).
      *            The day the money is asked for (CCYYMMDD).
               10 DDC-FILE-ID        PIC X(10).
      *            "DD" plus the collection date - one file a night.
               10 FILLER             PIC X(61).
           05 DDC-ITEM-DATA REDEFINES DDC-RECORD-DATA.
               10 DDC-ROUTING        PIC 9(09).
               10 DDC-ACCOUNT        PIC 9(17).
               10 DDC-MANDATE-REF    PIC X(18).
               10 DDC-AMOUNT         PIC 9(07)V99.
               10 DDC-REFERENCE      PIC X(12).
      *            The FIN-REFERENCE the expected credit posted
      *            under - the bank quotes it back on a return.
               10 DDC-CUST-ID        PIC 9(10).
               10 FILLER             PIC X(04).
           05 DDC-TRAILER-DATA REDEFINES DDC-RECORD-DATA.
               10 DDC-ITEM-COUNT     PIC 9(06).
               10 DDC-TOTAL-AMOUNT   PIC 9(09)V99.
               10 FILLER             PIC X(62).
