      *****************************************************************
      *  CUSTACH.CPY
      *  Address change log record layout.
      *  One entry appended to ADDRCHG every time the maintenance
      *  menu stores a customer's address - who changed it, when,
      *  and the row as it stood before and after. A changed
      *  address is the first step of most refund frauds, so the
      *  money-out runs read this log and hold back any account
      *  whose address moved recently.
      *****************************************************************
       01  ADDRESS-CHANGE-RECORD.
           05 ACHG-CUST-ID       PIC 9(10).
           05 ACHG-DATE          PIC 9(08).
           05 ACHG-TIME          PIC 9(08).
           05 ACHG-OPERATOR      PIC X(08).
           05 ACHG-OLD-IMAGE     PIC X(145).
      *        The CUSTADDR row before the change - spaces when the
      *        customer had no address until now.
           05 ACHG-NEW-IMAGE     PIC X(145).
