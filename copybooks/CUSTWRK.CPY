      *****************************************************************
      *  CUSTWRK.CPY
      *  Collections worklist record layout.
      *  One line appended to COLLWORK for every account a batch run
      *  hands back to the collectors for a call - who, when, which
      *  run raised it, why, and the money in question. Worked
      *  first thing each morning alongside the collections report.
      *****************************************************************
       01  COLLECTIONS-WORK-RECORD.
           05 WORK-CUST-ID       PIC 9(10).
           05 WORK-DATE          PIC 9(08).
           05 WORK-SOURCE        PIC X(08).
      *        Short name of the run that raised the entry.
           05 WORK-REASON        PIC X(30).
           05 WORK-AMOUNT        PIC 9(07)V99.
