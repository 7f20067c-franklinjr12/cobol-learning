      *****************************************************************
      *  CUSTDDH.CPY
      *  Held direct-debit mandate change record layout.
      *  One row on DDMHOLD per customer whose mandate was set up or
      *  replaced while the address stood recently changed - new
      *  bank details arriving straight after a new address is the
      *  shape of an account takeover. Kept by DirectDebitMenu,
      *  which stores the mandate only when a reviewer releases the
      *  row, and listed each night with the address changes.
      *****************************************************************
       01  HELD-MANDATE-RECORD.
           05 DDH-CUST-ID        PIC 9(10).
           05 DDH-ROUTING        PIC 9(09).
           05 DDH-ACCOUNT        PIC 9(17).
      *        Ciphered under DDMEKEY exactly as DDM-ACCOUNT is - the
      *        plain number never lands on this file either.
           05 DDH-REFERENCE      PIC X(18).
           05 DDH-HELD-DATE      PIC 9(08).
           05 DDH-ADDR-CHANGE-DATE PIC 9(08).
           05 DDH-ADDR-OPERATOR  PIC X(08).
      *        The address change that caused the hold and who made
      *        it, as AddressChangeCheck reported it.
