      *****************************************************************
      *  CUSTAGY.CPY
      *  Collections agency placement record layout.
      *  One row on AGYPLACE per customer ever handed to the outside
      *  collections agency, keyed on the same CUST-ID that keys
      *  CUSTMAST, in the CUSTADDR mould. AgencyPlacement writes it
      *  the night an account is placed and ends it when the account
      *  is paid or recalled; AgencyRemittance adds up what the
      *  agency recovers and returns. While a row stands placed,
      *  ReceivablesAging sends the account no dunning letters - the
      *  agency is doing the chasing.
      *****************************************************************
       01  AGENCY-PLACEMENT-RECORD.
           05 AGY-CUST-ID        PIC 9(10).
           05 AGY-STATUS         PIC X(01).
           88 AGY-PLACED         VALUE "P".
           88 AGY-BACK-IN-HOUSE  VALUE "R".
      *        Recalled by us or returned by the agency - dunned
      *        in-house again, and never placed again on its own.
           88 AGY-PLACE-AGAIN    VALUE "Q".
      *        A supervisor has asked for it to go back out - the
      *        next placement run places it if it still qualifies.
           88 AGY-CLOSED         VALUE "C".
      *        Paid off while placed.
           05 AGY-PLACED-DATE    PIC 9(08).
           05 AGY-PLACED-BALANCE PIC 9(07)V99.
      *        What was sent to the agency as owed - the balance
      *        less any open dispute.
           05 AGY-RECOVERED-TOTAL PIC 9(07)V99.
           05 AGY-COMMISSION-TOTAL PIC 9(07)V99.
      *        Gross recoveries the agency has remitted since the
      *        placement, and the part it kept as commission.
           05 AGY-ENDED-DATE     PIC 9(08).
           05 AGY-END-REASON     PIC X(20).
