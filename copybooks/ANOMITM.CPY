      *****************************************************************
      *  ANOMITM.CPY
      *  Posting anomaly item record layout.
      *  One row on ANOMITEM for every rule and subject the nightly
      *  PostingAnomalyReview has raised, keyed on both - the
      *  worklist's memory. A reviewer clears a row through
      *  AnomalyReviewMenu; while it stays cleared the nightly run
      *  does not put the same pattern back on the worklist unless
      *  it comes back worse than it was when cleared.
      *****************************************************************
       01  ANOMALY-ITEM-RECORD.
           05 ANOM-KEY.
               10 ANOM-RULE          PIC X(02).
               88 ANOM-DAY-PAYMENTS  VALUE "PD".
               88 ANOM-LARGE-CREDIT  VALUE "LC".
               88 ANOM-CREDIT-REFUND VALUE "CR".
               88 ANOM-OPER-CLUSTER  VALUE "OC".
               10 ANOM-SUBJECT       PIC X(10).
      *        The customer ID for PD, LC, and CR; the operator ID,
      *        left-justified, for OC.
           05 ANOM-STATUS        PIC X(01).
           88 ANOM-OPEN          VALUE "O".
           88 ANOM-CLEARED       VALUE "C".
           05 ANOM-FIRST-RAISED  PIC 9(08).
           05 ANOM-LAST-RAISED   PIC 9(08).
           05 ANOM-RAISED-COUNT  PIC 9(05).
      *        Business days the pattern has been raised on - a rerun
      *        for the same date does not count twice.
           05 ANOM-LAST-SCORE    PIC 9(05).
      *        100 is a pattern just at its threshold, 200 twice it.
           05 ANOM-LAST-SUMMARY  PIC X(50).
           05 ANOM-CLEARED-DATE  PIC 9(08).
           05 ANOM-CLEARED-BY    PIC X(08).
           05 ANOM-CLEARED-SCORE PIC 9(05).
      *        ANOM-LAST-SCORE at the moment of clearing - the bar a
      *        later night must beat to raise the item again inside
      *        the quiet period.
           05 ANOM-CLEARED-REASON PIC X(30).
