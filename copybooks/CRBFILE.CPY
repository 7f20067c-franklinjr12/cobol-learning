      *****************************************************************
      *  CRBFILE.CPY
      *  Credit bureau reporting file record layout.
      *  The month's payment-performance file owed to the credit
      *  bureau under the lending agreement, cut by CreditBureauFile
      *  from the closed period's balance snapshot - an HDR header
      *  naming our subscriber code and the period, an ACC record
      *  per account, then a TRL trailer carrying the record count
      *  and the balance total for the bureau to prove the file
      *  against.
      *****************************************************************
       01  BUREAU-FILE-RECORD.
           05 CRB-RECORD-TYPE    PIC X(03).
           88 CRB-HEADER         VALUE "HDR".
           88 CRB-ACCOUNT        VALUE "ACC".
           88 CRB-TRAILER        VALUE "TRL".
           05 CRB-RECORD-DATA    PIC X(177).
           05 CRB-HEADER-DATA REDEFINES CRB-RECORD-DATA.
               10 CRB-SUBSCRIBER     PIC X(10).
      *            Assigned to us by the bureau - held on CRBCTL.
               10 CRB-PERIOD         PIC 9(06).
      *            The closed period reported, CCYYMM.
               10 CRB-RUN-DATE       PIC 9(08).
               10 FILLER             PIC X(153).
           05 CRB-ACCOUNT-DATA REDEFINES CRB-RECORD-DATA.
               10 CRB-CUST-ID        PIC 9(10).
               10 CRB-NAME           PIC X(10).
               10 CRB-ADDR-LINE-1    PIC X(30).
               10 CRB-ADDR-LINE-2    PIC X(30).
               10 CRB-CITY           PIC X(20).
               10 CRB-POSTAL         PIC X(10).
      *            Blank when the customer has no CUSTADDR row - the
      *            bureau rejects it and it comes back on CRBREJ.
               10 CRB-BALANCE        PIC 9(07)V99.
      *            The closed balance; a credit balance reports zero.
               10 CRB-CREDIT-LIMIT   PIC 9(07)V99.
               10 CRB-DAYS-PAST-DUE  PIC 9(03).
               10 CRB-ACCOUNT-STATUS PIC X(02).
               88 CRB-STATUS-CURRENT VALUE "11".
               88 CRB-STATUS-PAID    VALUE "13".
               88 CRB-STATUS-LATE    VALUE "71".
               88 CRB-STATUS-COLLECTIONS VALUE "93".
               88 CRB-STATUS-WRITTEN-OFF VALUE "97".
      *            The bureau's own status codes.
               10 CRB-DISPUTED       PIC X(01).
               88 CRB-IN-DISPUTE     VALUE "Y".
      *            Y while any dispute on the account is open - the
      *            bureau must show the consumer is contesting it.
               10 CRB-LAST-POST-DATE PIC 9(08).
               10 FILLER             PIC X(35).
           05 CRB-TRAILER-DATA REDEFINES CRB-RECORD-DATA.
               10 CRB-RECORD-COUNT   PIC 9(07).
      *            ACC records between HDR and TRL.
               10 CRB-BALANCE-TOTAL  PIC 9(11)V99.
               10 FILLER             PIC X(157).
