      *****************************************************************
      *  DSPTLNK.CPY
      *  Shared LINKAGE SECTION layout for the CALL 'DisputedAmount'
      *  protocol, in the VALDLNK style. Every run that must leave
      *  disputed money alone - the finance charge, the aging and
      *  its ladder and letters - asks the same subprogram how much
      *  of an account is under open dispute, so no two of them can
      *  ever carve the balance up differently.
      *****************************************************************
       01  DSPT-CALL-AREA.
           05 DSPT-CUST-ID         PIC 9(10).
      *        In - the account asked about.
           05 DSPT-OPEN-AMOUNT     PIC 9(09)V99.
      *        Out - the total of its open disputes, zero if none or
      *        if CUSTDISP does not exist yet.
           05 DSPT-OPEN-COUNT      PIC 9(04).
      *        Out - how many open disputes make up that total.
