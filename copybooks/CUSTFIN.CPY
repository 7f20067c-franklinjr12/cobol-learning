      *        EXCHRATE rate effective on the posting date before
      *        BAL-CURRENT is touched; a currency with no effective
      *        rate rejects with its own reason.
           05 FIN-TRAN-TYPE       PIC X(02).
      *        What kind of money this is - a TRANTYPE code stamped
      *        by whichever program wrote the line. CustomerPosting
      *        rejects a code not on file, inactive, or running
      *        against its type's debit/credit direction. Spaces on
      *        a line written before types existed posts as AJ, a
      *        manual adjustment.
