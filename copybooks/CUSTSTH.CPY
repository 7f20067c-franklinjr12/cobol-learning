      *****************************************************************
      *  CUSTSTH.CPY
      *  Statement history record layout.
      *  One row on STMTHIST for every cycle statement
      *  CustomerStatement prints, keyed on customer plus statement
      *  date, so an account's statements read in order. Holds
      *  what the statement asked for - the minimum payment and the
      *  date it is due by - and, once that date has passed, what
      *  LateFeeAssess found was paid against it. ReceivablesAging
      *  reads the run of missed minimums onto the ladder.
      *****************************************************************
       01  STATEMENT-HISTORY-RECORD.
           05 SHST-KEY.
               10 SHST-CUST-ID       PIC 9(10).
               10 SHST-STMT-DATE     PIC 9(08).
           05 SHST-CLOSING-BALANCE PIC S9(07)V99.
           05 SHST-MIN-DUE       PIC 9(07)V99.
      *        Includes any minimum left unpaid from the statement
      *        before, never more than the closing balance.
           05 SHST-PAST-DUE      PIC 9(07)V99.
      *        The part of SHST-MIN-DUE carried from that earlier
      *        statement.
           05 SHST-DUE-DATE      PIC 9(08).
      *        Already rolled to a business day.
           05 SHST-STATUS        PIC X(01).
           88 SHST-OPEN          VALUE "O".
      *        Due date not yet passed.
           88 SHST-MET           VALUE "M".
           88 SHST-MISSED        VALUE "N".
           88 SHST-NOTHING-DUE   VALUE "Z".
      *        Credit or zero balance - nothing to pay.
           05 SHST-PAID-AMOUNT   PIC 9(07)V99.
      *        Credits posted after the statement date up to and
      *        including the due date, as LateFeeAssess counted them.
           05 SHST-LATE-FEE      PIC 9(05)V99.
           05 SHST-DECIDED-DATE  PIC 9(08).
