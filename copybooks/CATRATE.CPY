      *  One monthly percentage rate per customer category, kept on
      *  CATRATE (keyed on RATE-CAT-CODE) the same way the category
      *  descriptions are kept on CATREF - maintained through
      *  RateMaintMenu, applied by FinanceCharge to debit balances
      *  on each customer's billing-cycle statement date. The
      *  category's flat fees and statement payment rules ride on
      *  the same row.
      *****************************************************************
       01  CAT-RATE-RECORD.
           05 RATE-CAT-CODE      PIC 9(02).
           05 RATE-MONTHLY-PCT   PIC 9(02)V9(04).
      *        Percent per month, e.g. 1.5000 charges one and a half
      *        percent of the debit balance each billing cycle.
           05 RATE-ACTIVE-FLAG   PIC X(01).
           88 RATE-ACTIVE        VALUE "A".
           88 RATE-INACTIVE      VALUE "I".
      *        An inactive rate stays on file for the record but the
      *        charge run passes the category by, same stance CATREF
      *        takes with retired categories.
           05 RATE-NSF-FEE       PIC 9(05)V99.
      *        Flat fee ReturnedPayment debits for each returned
      *        cheque. Zero charges no fee. Applies whether or not
      *        the monthly rate is active - a category can be exempt
      *        from interest and still pay for a bounced cheque.
           05 RATE-MIN-PAY-PCT   PIC 9(02)V9(02).
      *        Minimum payment as a percent of the statement's
      *        closing balance.
           05 RATE-MIN-PAY-FLOOR PIC 9(05)V99.
      *        The least minimum payment asked for - a balance below
      *        it is due in full. Percent and floor both zero asks
      *        for the whole balance.
           05 RATE-DUE-DAYS      PIC 9(03).
      *        Days from statement date to payment due date, before
      *        the due date is rolled to a business day. Zero means
      *        25.
           05 RATE-LATE-FEE      PIC 9(05)V99.
      *        Flat fee LateFeeAssess debits when a statement's
      *        minimum is not paid by its due date. Zero charges no
      *        fee, but the miss still counts on the ladder. Like
      *        the returned-cheque fee, these rules apply whether or
      *        not the monthly rate is active.
