      *****************************************************************
      *  ACHKLNK.CPY
      *  Shared LINKAGE SECTION layout for the CALL
      *  'AddressChangeCheck' protocol, in the SUPLNK style. The
      *  refund run, the direct-debit menu and the address change
      *  notices all ask the one subprogram whether a customer's
      *  address moved recently, so the window set on ADDRCHGC
      *  means the same thing everywhere money could go astray.
      *****************************************************************
       01  ACHK-CALL-AREA.
           05 ACHK-CUST-ID         PIC 9(10).
      *        In - the customer asked about.
           05 ACHK-RECENT          PIC X(01).
           88 ACHK-RECENTLY-CHANGED VALUE "Y".
           88 ACHK-NOT-RECENT      VALUE "N".
      *        Out - "Y" while the latest address or email change is
      *        inside the window: refunds and payee changes wait for
      *        review.
           05 ACHK-CHANGE-DATE     PIC 9(08).
           05 ACHK-CHANGE-OPERATOR PIC X(08).
      *        Out - the latest change on ADDRCHG and who made it.
      *        Zero and spaces when the address never changed.
           05 ACHK-HOLD-UNTIL      PIC 9(08).
      *        Out - the last day the change holds the account back,
      *        zero when nothing is held.
           05 ACHK-WINDOW-DAYS     PIC 9(04).
      *        Out - the window in force, so a report can print it.
