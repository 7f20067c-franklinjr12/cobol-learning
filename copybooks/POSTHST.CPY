           05 PHIST-REFERENCE    PIC X(12).
      *        FIN-REFERENCE as punched - the tie back to the
      *        source document.
           05 PHIST-TRAN-TYPE    PIC X(02).
      *        FIN-TRAN-TYPE as posted - the TRANTYPE code the
      *        statement prints a description for. Spaces on entries
      *        written before types were carried.
