           88 DELINQ-LATE        VALUE "L".
           88 DELINQ-SERIOUS     VALUE "S".
           88 DELINQ-COLLECTIONS VALUE "X".
           88 DELINQ-WRITTEN-OFF VALUE "W".
      *        The delinquency ladder, derived nightly by
      *        ReceivablesAging from the receivables buckets and
      *        stepped up or down as they change - carried here with
      *        existing CUSTBALF will not open against the new
      *        layout until the one-time BalanceConvert run has
      *        rebuilt it, stamping every converted record current.
      *        "W" is set only by BadDebtWriteOff, never by the
      *        ladder - a written-off account stays off it, and out
      *        of dunning and finance charges, for good. Money that
      *        later lands on it posts as a recovery.
