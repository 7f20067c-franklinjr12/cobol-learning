      *****************************************************************
      *  GLSENT.CPY
      *  GL batch register record layout.
      *  One row on GLSENT (keyed on the GL batch ID) for every
      *  journal batch GlInterface or GlBatchRegen hands the ledger
      *  - what was sent, and what the ledger's acknowledgment said
      *  about it. GlAckRecon matches each acknowledgment here and
      *  lists the batches still unconfirmed, so a night the ledger
      *  never loaded is caught the next morning, not at month-end.
      *****************************************************************
       01  GL-SENT-RECORD.
           05 GLS-BATCH-ID       PIC 9(06).
           05 GLS-RUN-DATE       PIC 9(08).
      *        The night the batch was sent.
           05 GLS-LINE-COUNT     PIC 9(06).
           05 GLS-AMOUNT         PIC 9(09)V99.
      *        Sum of the batch's debit lines - the set balances, so
      *        this is the credit side too.
           05 GLS-STATUS         PIC X(01).
           88 GLS-AWAITING       VALUE "S".
           88 GLS-CONFIRMED      VALUE "A".
           88 GLS-TOTALS-DIFFER  VALUE "M".
           88 GLS-REJECTED       VALUE "R".
           88 GLS-REGENERATED    VALUE "G".
      *        S until the ledger answers. G is a rejected batch
      *        already sent again under GLS-REPLACED-BY.
           05 GLS-ACK-DATE       PIC 9(08).
           05 GLS-ACK-LINE-COUNT PIC 9(06).
           05 GLS-ACK-AMOUNT     PIC 9(09)V99.
           05 GLS-ACK-REASON     PIC X(30).
      *        The latest acknowledgment, as the ledger sent it.
           05 GLS-REGEN-OF       PIC 9(06).
      *        For a regenerated batch, the night's batch whose
      *        GLWHIST lines it was rebuilt from - zero for a
      *        night's own batch.
           05 GLS-REPLACED-BY    PIC 9(06).
