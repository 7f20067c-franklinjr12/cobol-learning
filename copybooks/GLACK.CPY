      *****************************************************************
      *  GLACK.CPY
      *  GL acknowledgment record layout.
      *  One line per journal batch on the GLACK file the ledger
      *  sends back once it has tried to load a GLINTF - whether it
      *  took the batch, and the line count and amount it counted.
      *  Consumed by GlAckRecon.
      *****************************************************************
       01  GL-ACK-RECORD.
           05 ACK-BATCH-ID       PIC 9(06).
           05 ACK-RESULT         PIC X(01).
           88 ACK-ACCEPTED       VALUE "A".
           88 ACK-REJECTED       VALUE "R".
           05 ACK-LINE-COUNT     PIC 9(06).
           05 ACK-AMOUNT         PIC 9(09)V99.
      *        Debit total of the lines the ledger counted.
           05 ACK-DATE           PIC 9(08).
           05 ACK-REASON         PIC X(30).
      *        The ledger's own words for a rejection.
