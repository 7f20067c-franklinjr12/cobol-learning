      *****************************************************************
      *  CHNLNK.CPY
      *  Shared LINKAGE SECTION layout for the CALL 'LogChain'
      *  protocol, in the AuditLogger style. Every writer of AUDITLOG
      *  and CUSTJRNL stamps each entry with the next sequence number
      *  and a check value computed from the previous entry's check
      *  value, the sequence, and the entry text - so an edited,
      *  removed, inserted or reordered line breaks the chain and
      *  ChainVerify can say where.
      *
      *  Where the chain rides on each log:
      *    AUDITLOG - text in columns 1-80, a space, the sequence
      *               in 82-90, a space, the check value in 92-100.
      *    CUSTJRNL - the 94-byte journal entry, then
      *               JRNL-CHAIN-SEQUENCE and JRNL-CHAIN-VALUE.
      *  Entries written before chaining began carry spaces there
      *  and are passed over as the log's unchained beginning.
      *****************************************************************
       01  CHAIN-CALL-AREA.
           05 CHN-FUNCTION         PIC X(01).
           88 CHN-TAKE-TAIL        VALUE "T".
      *        Read the named log to its end and remember the last
      *        sequence and check value on it. Call before opening
      *        the log EXTEND.
           88 CHN-NEXT-ENTRY       VALUE "N".
      *        Stamp one entry about to be written - returns the next
      *        sequence and its check value and remembers them, so a
      *        run writing many entries takes the tail only once. The
      *        first N for a log with no T takes the tail itself.
           88 CHN-COMPUTE-ONLY     VALUE "C".
      *        Work out the check value for CHN-SEQUENCE and
      *        CHN-ENTRY-TEXT after CHN-PRIOR-VALUE - the verifier's
      *        and a copy-and-swap run's call. Nothing remembered.
           05 CHN-LOG-NAME         PIC X(08).
           88 CHN-LOG-AUDIT        VALUE "AUDITLOG".
           88 CHN-LOG-JOURNAL      VALUE "CUSTJRNL".
           05 CHN-ENTRY-TEXT       PIC X(100).
      *        In for N and C - the entry as written, chain fields
      *        excluded, space filled.
           05 CHN-SEQUENCE         PIC 9(09).
      *        Out for T (last on file) and N (this entry). In for C.
           05 CHN-PRIOR-VALUE      PIC 9(09).
      *        In for C - the check value of the entry before.
           05 CHN-CHECK-VALUE      PIC 9(09).
      *        Out for T (last on file), N and C (this entry).
           05 CHN-RESULT           PIC X(01).
           88 CHN-OK               VALUE "0".
           88 CHN-LOG-UNREADABLE   VALUE "U".
      *        T - the log exists but could not be read to its end.
      *        The tail returned is as far as it got.
