      *****************************************************************
      *  CHNANC.CPY
      *  Chain anchor record layout.
      *  One line appended to CHAINANC for each chained log every
      *  time its chain is proved whole - the sequence and check
      *  value of the last entry on file at that moment. The newest
      *  anchor for a log is what the next verification holds the
      *  log to, so an end cut off the file (which leaves an
      *  unbroken chain behind it) still shows up.
      *****************************************************************
       01  CHAIN-ANCHOR-RECORD.
           05 ANC-LOG-NAME       PIC X(08).
           05 ANC-DATE           PIC 9(08).
           05 ANC-TIME           PIC 9(08).
           05 ANC-SEQUENCE       PIC 9(09).
           05 ANC-CHECK-VALUE    PIC 9(09).
      *        Zero sequence - nothing chained on the log yet.
           05 ANC-SOURCE         PIC X(01).
           88 ANC-FROM-VERIFY    VALUE "V".
      *        The nightly ChainVerify run.
           88 ANC-FROM-ACCEPTED  VALUE "A".
      *        ChainVerify on the date named in CHAINCTL - findings
      *        were investigated and the log accepted as it stands.
           88 ANC-FROM-ERASURE   VALUE "E".
      *        CustomerErasure, which re-chains CUSTJRNL after
      *        blanking names in it and anchors the new tail.
