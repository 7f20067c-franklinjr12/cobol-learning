      *****************************************************************
      *  CUSTAPP.CPY
      *  New-customer application record layout.
      *  One row on APPLICN for every application taken through
      *  ApplicationMenu - pending, approved, declined, or opened -
      *  keyed on the CUST-ID it will open under plus the moment it
      *  was taken, in the LIMCHG mould. Nothing reaches CUSTMAST
      *  until a reviewer other than the operator who took it
      *  approves: the approval queues the add on CUSTTRAN, and the
      *  maintenance run that applies the add writes the address and
      *  the opening balance from this row in the same step, so no
      *  account is ever carried half-built.
      *****************************************************************
       01  CUST-APPLICATION-RECORD.
           05 APP-KEY.
               10 APP-CUST-ID        PIC 9(10).
               10 APP-TAKEN-DATE     PIC 9(08).
               10 APP-TAKEN-TIME     PIC 9(08).
           05 APP-CUST-NAME      PIC X(10).
           05 APP-CUST-CAT       PIC 9(02).
           05 APP-ADDR-LINE-1    PIC X(30).
           05 APP-ADDR-LINE-2    PIC X(30).
           05 APP-ADDR-CITY      PIC X(20).
           05 APP-ADDR-POSTAL    PIC X(10).
           05 APP-ADDR-PHONE     PIC X(15).
           05 APP-ADDR-EMAIL     PIC X(30).
      *        The CUSTADDR fields, as they will be written.
           05 APP-CONTACT        PIC X(30).
      *        Who at the applicant we deal with.
           05 APP-BRANCH         PIC X(02).
      *        The branch the account opens under - spaces for a
      *        single book.
           05 APP-REQUESTED-LIMIT PIC 9(07)V99.
           05 APP-APPROVED-LIMIT PIC 9(07)V99.
      *        Zero until approved. The reviewer may grant less than
      *        was asked; zero approved means no limit, as on CUSTBALF.
           05 APP-TAKEN-BY       PIC X(08).
           05 APP-STATUS         PIC X(01).
           88 APP-PENDING        VALUE "P".
           88 APP-APPROVED       VALUE "A".
           88 APP-DECLINED       VALUE "D".
           88 APP-OPENED         VALUE "O".
      *        Approved rows become opened when CustomerMaintenance
      *        has added the customer and written its address and
      *        opening balance.
           05 APP-REVIEWER       PIC X(08).
      *        Who approved or declined it - spaces while pending.
           05 APP-DECIDED-DATE   PIC 9(08).
           05 APP-DECISION-NOTE  PIC X(30).
           05 APP-OPENED-DATE    PIC 9(08).
