      *****************************************************************
      *  CUSTOFC.CPY
      *  Account officer assignment record layout.
      *  One row on CUSTOFC per customer, keyed on the same CUST-ID
      *  that keys CUSTMAST, naming the account officer whose
      *  portfolio the customer sits in. OFC-OFFICER is an alternate
      *  key, so a portfolio reads back together in one pass.
      *  OfficerAssignMenu sets and moves assignments; the morning
      *  OfficerPortfolio run gives any active customer still
      *  without one its category's default officer from OFCDFLT -
      *  every route onto the master ends up in a portfolio that
      *  way, the same as every route ends up in a billing cycle.
      *****************************************************************
       01  CUSTOMER-OFFICER-RECORD.
           05 OFC-CUST-ID        PIC 9(10).
           05 OFC-OFFICER        PIC X(08).
      *        An operator ID from OPERSEC - officers sign on to the
      *        same menus as everyone else.
           05 OFC-ASSIGNED-DATE  PIC 9(08).
           05 OFC-ASSIGNED-BY    PIC X(08).
      *        The operator who made the assignment, or AUTO for a
      *        category default.
           05 OFC-PREV-OFFICER   PIC X(08).
      *        Whose portfolio it came from - spaces on a first
      *        assignment.
