      *****************************************************************
      *  SUPLNK.CPY
      *  Shared LINKAGE SECTION layout for the CALL
      *  'SuppressionLookup' protocol, in the DSPTLNK style. The
      *  dunning letters, the statements and e-statements, the
      *  marketing extracts and the finance charge all ask the one
      *  subprogram whether a customer may be contacted, so no run
      *  can weigh the flags on CUSTSUPR differently from another.
      *****************************************************************
       01  SUPL-CALL-AREA.
           05 SUPL-CUST-ID         PIC 9(10).
      *        In - the customer asked about.
           05 SUPL-MAIL-REASON     PIC X(01).
           88 SUPL-MAIL-ALLOWED    VALUE " ".
           88 SUPL-MAIL-DECEASED   VALUE "D".
           88 SUPL-MAIL-BANKRUPT   VALUE "B".
           88 SUPL-MAIL-REFUSED    VALUE "M".
      *        Out - why nothing may go in the post, the weightiest
      *        reason first: deceased, bankrupt, do-not-mail. Space
      *        when mail may go.
           05 SUPL-EMAIL-REASON    PIC X(01).
           88 SUPL-EMAIL-ALLOWED   VALUE " ".
           88 SUPL-EMAIL-DECEASED  VALUE "D".
           88 SUPL-EMAIL-BANKRUPT  VALUE "B".
           88 SUPL-EMAIL-REFUSED   VALUE "E".
      *        Out - the same for email: deceased, bankrupt,
      *        do-not-email.
           05 SUPL-BANKRUPT        PIC X(01).
           88 SUPL-IN-BANKRUPTCY   VALUE "Y".
           05 SUPL-BANKRUPT-DATE   PIC 9(08).
      *        Out - the filing date, zero unless bankrupt. Spaces
      *        and zero throughout when CUSTSUPR has no row for the
      *        customer or does not exist yet.
