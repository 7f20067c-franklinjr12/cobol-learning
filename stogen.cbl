           MOVE STO-AMOUNT TO FIN-AMOUNT.
           MOVE WS-RUN-DATE(3:6) TO FIN-TRAN-DATE.
           MOVE "STO AUTO GEN" TO FIN-REFERENCE.
           MOVE "SO" TO FIN-TRAN-TYPE.
           *> The STO reference rides onto the register and the
           *> posting history - a generated item can always be told
           *> from a punched one.
