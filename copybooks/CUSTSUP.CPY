      *****************************************************************
      *  CUSTSUP.CPY
      *  Customer communication suppression record layout.
      *  Companion file to the customer master (CUSTSUPR, keyed on
      *  the same CUST-ID that keys CUSTMAST), in the CUSTADDR
      *  mould. One row for a customer who has told us not to write
      *  or email, who has died, or who is in bankruptcy - kept from
      *  the customer menu, and read by every run that sends the
      *  customer anything through SuppressionLookup. A customer
      *  with no row is contacted as normal.
      *****************************************************************
       01  CUSTOMER-SUPPRESSION-RECORD.
           05 SUP-CUST-ID        PIC 9(10).
           05 SUP-NO-MAIL        PIC X(01).
           88 SUP-DO-NOT-MAIL    VALUE "Y".
      *        No letters or paper statements.
           05 SUP-NO-EMAIL       PIC X(01).
           88 SUP-DO-NOT-EMAIL   VALUE "Y".
      *        No e-statements or email marketing - a statement due
      *        by email goes on paper instead, unless paper is
      *        barred as well.
           05 SUP-DECEASED       PIC X(01).
           88 SUP-IS-DECEASED    VALUE "Y".
           05 SUP-BANKRUPT       PIC X(01).
           88 SUP-IN-BANKRUPTCY  VALUE "Y".
           05 SUP-BANKRUPT-DATE  PIC 9(08).
      *        The filing date (CCYYMMDD) - zero unless bankrupt.
      *        Deceased and bankrupt bar every outbound road; a
      *        bankrupt account also takes no finance charge and
      *        stays where it stood on the delinquency ladder.
           05 SUP-SET-DATE       PIC 9(08).
           05 SUP-SET-BY         PIC X(08).
      *        The operator who last changed any flag.
