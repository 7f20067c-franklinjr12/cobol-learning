      *****************************************************************
      *  CUSTLIM.CPY
      *  Credit-limit change history record layout.
      *  One row on LIMCHG for every credit-limit change ever
      *  proposed through CreditLimitMenu - pending, approved, or
      *  rejected - keyed on customer plus the moment it was
      *  proposed, so a customer's limit history reads in order.
      *  The operator who proposes a change can never be the one
      *  who approves it; both IDs stay on the row for good.
      *****************************************************************
       01  LIMIT-CHANGE-RECORD.
           05 LCHG-KEY.
               10 LCHG-CUST-ID       PIC 9(10).
               10 LCHG-PROPOSED-DATE PIC 9(08).
               10 LCHG-PROPOSED-TIME PIC 9(08).
           05 LCHG-OLD-LIMIT     PIC 9(07)V99.
      *        BAL-CREDIT-LIMIT when the change was proposed - an
      *        approval is refused if the limit has moved since.
           05 LCHG-NEW-LIMIT     PIC 9(07)V99.
           05 LCHG-REASON        PIC X(30).
           05 LCHG-PROPOSER      PIC X(08).
           05 LCHG-STATUS        PIC X(01).
           88 LCHG-PENDING       VALUE "P".
           88 LCHG-APPROVED      VALUE "A".
           88 LCHG-REJECTED      VALUE "R".
           05 LCHG-CHECKER       PIC X(08).
      *        Who approved or rejected it - spaces while pending.
           05 LCHG-DECIDED-DATE  PIC 9(08).
           05 LCHG-DECISION-NOTE PIC X(30).
