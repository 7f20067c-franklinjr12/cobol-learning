      *****************************************************************
      *  CUSTBRN.CPY
      *  Customer branch record layout.
      *  Companion file to the customer master (CUSTBRCH, keyed on
      *  the same CUST-ID that keys CUSTMAST), in the CUSTADDR
      *  mould - the master cannot grow, so the branch that owns
      *  the account lives here. Written only through BranchLookup:
      *  an add takes the branch whose CUST-ID range on BRANCHES
      *  holds the new ID, and the customer menu moves an account
      *  from one branch to another. A customer with no row yet
      *  belongs to the branch its ID range says - the way the book
      *  was split by hand before the branch was ever carried.
      *****************************************************************
       01  CUSTOMER-BRANCH-RECORD.
           05 BRN-CUST-ID        PIC 9(10).
           05 BRN-CODE           PIC X(02).
      *        A BRT-CODE from BRANCHES.
           05 BRN-SET-DATE       PIC 9(08).
           05 BRN-SET-BY         PIC X(08).
      *        The operator who set or moved it, or BATCH for an add
      *        through CustomerMaintenance.
           05 BRN-PREV-CODE      PIC X(02).
      *        The branch it was moved from - spaces until it moves.
