           05 MJR-OPERATOR-ID     PIC X(08).

       FD  PAYMENT-JOURNAL-FILE.
           COPY PAYJRN.

       FD  SUSPENSE-FILE.
           COPY CUSTSUS.
