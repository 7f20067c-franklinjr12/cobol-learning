      *****************************************************************
      *  GLWHST.CPY
      *  GL work history record layout.
      *  GLWORK is rewritten by every posting run, so GlInterface
      *  appends each night's work lines to GLWHIST under the GL
      *  batch ID they were sent in. GlBatchRegen rebuilds a batch
      *  the ledger rejected from these lines.
      *****************************************************************
       01  GL-WORK-HISTORY-RECORD.
           05 GLH-BATCH-ID       PIC 9(06).
           05 GLH-RUN-DATE       PIC 9(08).
           05 GLH-CUST-CAT       PIC 9(02).
           05 GLH-DC-CODE        PIC X(01).
           05 GLH-AMOUNT         PIC 9(07)V99.
           05 GLH-TRAN-TYPE      PIC X(02).
           05 GLH-BRANCH         PIC X(02).
      *        The GLWORK line's branch - spaces on lines kept before
      *        the branch was carried, which rebuild as branch 00.
