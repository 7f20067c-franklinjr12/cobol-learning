      *****************************************************************
      *  CRBWRK.CPY
      *  Credit bureau correction worklist record layout.
      *  One line appended to CRBFIX for every account the bureau
      *  sends back on its reject file - what the bureau objected
      *  to, and what CreditBureauRejects found on our side that
      *  probably caused it. Worked by the credit desk before the
      *  next month's file is cut.
      *****************************************************************
       01  BUREAU-FIX-RECORD.
           05 CFX-CUST-ID        PIC 9(10).
           05 CFX-DATE           PIC 9(08).
      *        The day the reject came back.
           05 CFX-PERIOD         PIC 9(06).
      *        The period of the file the bureau rejected.
           05 CFX-REJECT-CODE    PIC X(04).
           05 CFX-REJECT-FIELD   PIC X(16).
           05 CFX-REJECT-TEXT    PIC X(40).
           05 CFX-FINDING        PIC X(30).
      *        Blank when nothing on our files explains the reject.
