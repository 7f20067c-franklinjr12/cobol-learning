      *****************************************************************
      *  FNMLNK.CPY
      *  Shared LINKAGE SECTION layout for the CALL
      *  'FullNameLookup' protocol, in the SUPLNK style. The
      *  statements, the dunning letters and the subscription
      *  extracts all ask the one subprogram what to call a
      *  customer, so the fall-back to CUST-NAME is decided in one
      *  place.
      *****************************************************************
       01  FNML-CALL-AREA.
           05 FNML-CUST-ID         PIC 9(10).
      *        In - the customer asked about.
           05 FNML-SHORT-NAME      PIC X(10).
      *        In - the customer's CUST-NAME, handed back as the
      *        name when there is no full name on file.
           05 FNML-FOUND           PIC X(01).
           88 FNML-FULL-NAME-FOUND VALUE "Y".
           88 FNML-SHORT-NAME-ONLY VALUE "N".
      *        Out - "Y" when CUSTLNAM has a legal name for the
      *        customer.
           05 FNML-NAME            PIC X(60).
      *        Out - the legal name, or the short name when there
      *        is none.
           05 FNML-TRADING-NAME    PIC X(40).
           05 FNML-ATTENTION       PIC X(30).
      *        Out - spaces when there is no row or nothing held.
