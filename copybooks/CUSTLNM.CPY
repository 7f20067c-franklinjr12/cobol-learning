      *****************************************************************
      *  CUSTLNM.CPY
      *  Customer full-name record layout.
      *  Companion file to the customer master (CUSTLNAM, keyed on
      *  the same CUST-ID that keys CUSTMAST), in the CUSTADDR
      *  mould. CUST-NAME stays the 10-character search key - its
      *  image rides in every journal entry, backup and snapshot
      *  and cannot grow - so the name a letter or statement is
      *  addressed to lives here. Kept from the customer menu and
      *  loaded by NameStandardization and the inbound CSV loader;
      *  read through FullNameLookup. A customer with no row is
      *  addressed by CUST-NAME, as before.
      *****************************************************************
       01  CUSTOMER-NAME-RECORD.
           05 LNAM-CUST-ID       PIC 9(10).
           05 LNAM-LEGAL-NAME    PIC X(60).
      *        The full legal name, e.g. WORTHINGTON INDUSTRIAL
      *        SUPPLY LTD. - what every outbound document leads with.
           05 LNAM-TRADING-NAME  PIC X(40).
      *        The name the customer trades under, where it differs
      *        - printed "T/A" under the legal name. Spaces if none.
           05 LNAM-ATTENTION     PIC X(30).
      *        The contact post is marked for the attention of.
      *        Spaces if none.
           05 LNAM-SET-DATE      PIC 9(08).
           05 LNAM-SET-BY        PIC X(08).
      *        The operator, or the loading run's name, that last
      *        stored the row.
