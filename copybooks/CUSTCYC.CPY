      *****************************************************************
      *  CUSTCYC.CPY
      *  Customer billing-cycle and statement-delivery record layout.
      *  Companion file to the customer master (CUSTCYCL, keyed on
      *  the same CUST-ID that keys CUSTMAST), in the CUSTADDR
      *  mould - the master cannot grow, so the cycle day lives
      *  here. CustomerStatement assigns a new customer to the
      *  least-used cycle day the first night it meets one with no
      *  row, and stamps each statement date as it prints; the
      *  customer menu changes the day; FinanceCharge stamps each
      *  cycle it charges so a rerun never charges twice. The same
      *  row says how the statement reaches the customer - paper,
      *  email, or both - and EStatementBounce puts it back to
      *  paper when the mail gateway cannot deliver.
      *****************************************************************
       01  BILLING-CYCLE-RECORD.
           05 CYC-CUST-ID        PIC 9(10).
           05 CYC-DAY            PIC 9(02).
      *        01 to 28 - see CYCLNK.CPY for how it becomes a date.
           05 CYC-ASSIGNED-DATE  PIC 9(08).
           05 CYC-ASSIGNED-BY    PIC X(08).
      *        "AUTO" when the statement run chose the day, else the
      *        operator who last changed it.
           05 CYC-LAST-STMT-DATE PIC 9(08).
      *        Statement date of the latest statement - the next one
      *        covers activity after it.
           05 CYC-PREV-STMT-DATE PIC 9(08).
      *        The one before - lets a rerun of the same night print
      *        the same period again.
           05 CYC-LAST-CHARGE-DATE PIC 9(08).
      *        Statement date FinanceCharge last charged for.
           05 CYC-DELIVERY       PIC X(01).
           88 CYC-DELIVER-PAPER  VALUE "P", " ".
           88 CYC-DELIVER-EMAIL  VALUE "E".
           88 CYC-DELIVER-BOTH   VALUE "B".
      *        Statement delivery preference, set from the customer
      *        menu - paper until someone says otherwise. Email goes
      *        to ADDR-EMAIL on CUSTADDR; a blank or malformed one
      *        prints on paper and is listed for correction.
