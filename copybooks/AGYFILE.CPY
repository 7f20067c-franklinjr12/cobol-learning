      *****************************************************************
      *  AGYFILE.CPY
      *  Collections agency placement file record layout.
      *  What AgencyPlacement hands the agency each night in place
      *  of the emailed spreadsheet - an HDR header naming the run,
      *  a PLC record per account newly placed, an RCL record per
      *  placement we are taking back and a CLS record per placed
      *  account since paid off, then a TRL trailer carrying the
      *  record count and the balance placed for the agency to
      *  prove the file against.
      *****************************************************************
       01  AGENCY-FILE-RECORD.
           05 AGF-RECORD-TYPE    PIC X(03).
           88 AGF-HEADER         VALUE "HDR".
           88 AGF-PLACEMENT      VALUE "PLC".
           88 AGF-RECALL         VALUE "RCL".
           88 AGF-CLOSED         VALUE "CLS".
           88 AGF-TRAILER        VALUE "TRL".
           05 AGF-RECORD-DATA    PIC X(157).
           05 AGF-HEADER-DATA REDEFINES AGF-RECORD-DATA.
               10 AGF-RUN-DATE       PIC 9(08).
               10 FILLER             PIC X(149).
           05 AGF-ACCOUNT-DATA REDEFINES AGF-RECORD-DATA.
               10 AGF-CUST-ID        PIC 9(10).
               10 AGF-NAME           PIC X(10).
               10 AGF-ADDR-LINE-1    PIC X(30).
               10 AGF-ADDR-LINE-2    PIC X(30).
               10 AGF-CITY           PIC X(20).
               10 AGF-POSTAL         PIC X(10).
               10 AGF-PHONE          PIC X(15).
      *            Blank when the customer has no CUSTADDR row.
               10 AGF-BALANCE        PIC 9(07)V99.
      *            The balance placed, on a PLC or RCL - zero on a
      *            CLS.
               10 AGF-LAST-PAY-DATE  PIC 9(08).
               10 AGF-LAST-PAY-AMOUNT PIC 9(07)V99.
      *            The latest credit on POSTHIST - zero when the
      *            customer has never paid.
               10 FILLER             PIC X(06).
           05 AGF-TRAILER-DATA REDEFINES AGF-RECORD-DATA.
               10 AGF-RECORD-COUNT   PIC 9(06).
      *            PLC, RCL and CLS records between HDR and TRL.
               10 AGF-PLACED-TOTAL   PIC 9(09)V99.
               10 FILLER             PIC X(140).
