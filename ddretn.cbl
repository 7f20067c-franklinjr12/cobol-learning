       IDENTIFICATION DIVISION.
       PROGRAM-ID. DirectDebitReturns.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO "DDRETN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.
           *> Collections the bank could not make, as it sends them
           *> back - customer, the reference the collection went
           *> under, the amount, and the bank's reason. Consumed
           *> once applied, the way ReturnedPayment empties
           *> CUSTRETN, so a rerun cannot reverse the same
           *> collection twice.

           SELECT MANDATE-FILE ASSIGN TO "DDMAND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DDM-CUST-ID
               FILE STATUS IS WS-MANDATE-STATUS.
           *> Every return must name the mandate's latest collection
           *> - the row carries its date and amount, and the date of
           *> the last return taken against it.

           SELECT FINANCIAL-TRAN-FILE ASSIGN TO "CUSTFIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIN-STATUS.
           *> The reversal goes out as an ordinary CUSTFIN debit for
           *> the evening posting run, typed RP like a returned
           *> cheque, so the balance, the history, and the ledger
           *> all see it.

           SELECT NOTES-FILE ASSIGN TO "CUSTNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTES-STATUS.
           *> A SYSTEM note per reversal, and another when the
           *> mandate is suspended.

           SELECT RETURN-REPORT-FILE ASSIGN TO "DDRETR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           *> One line per return read and what was done with it.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-FILE.
       01  RETURN-RECORD.
           05 RET-CUST-ID         PIC 9(10).
           05 RET-REFERENCE       PIC X(12).
           05 RET-REFERENCE-PARTS REDEFINES RET-REFERENCE.
               10 RET-REF-PREFIX  PIC X(02).
               10 RET-REF-DATE    PIC X(08).
               10 FILLER          PIC X(02).
           05 RET-AMOUNT          PIC 9(07)V99.
           05 RET-REASON          PIC X(20).

       FD  MANDATE-FILE.
           COPY CUSTDDM.

       FD  FINANCIAL-TRAN-FILE.
           COPY CUSTFIN.

       FD  NOTES-FILE.
           COPY CUSTNOT.

       FD  RETURN-REPORT-FILE.
       01  RETURN-REPORT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RETURN-STATUS        PIC X(02) VALUE "00".
       01 WS-RETURN-OPEN-STATUS   PIC X(02) VALUE "00".
       01 WS-MANDATE-STATUS       PIC X(02) VALUE "00".
       01 WS-FIN-STATUS           PIC X(02) VALUE "00".
       01 WS-NOTES-STATUS         PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS        PIC X(02) VALUE "00".

       01 WS-RETURN-EOF-SWITCH    PIC X(01) VALUE "N".
       88 RETURN-EOF              VALUE "Y".
       88 RETURN-NOT-EOF          VALUE "N".

       01 WS-SUSPEND-AFTER        PIC 9(02) VALUE 2.
       *> Returned collections in a row before the mandate is
       *> suspended - a second failure running means the account
       *> is no longer good for it, and collecting again would
       *> only run up the customer's bank charges.

       01 WS-RUN-DATE             PIC 9(08).
       01 WS-STAMP-TIME           PIC 9(08).
       01 WS-OUTCOME              PIC X(24).

       01 WS-READ-COUNT           PIC 9(06) VALUE 0.
       01 WS-REVERSED-COUNT       PIC 9(06) VALUE 0.
       01 WS-REVERSED-TOTAL       PIC 9(09)V99 VALUE 0.
       01 WS-SUSPENDED-COUNT      PIC 9(06) VALUE 0.
       01 WS-EXCEPTION-COUNT      PIC 9(06) VALUE 0.

       01 WS-REPORT-LINE          PIC X(80).
       01 WS-AMOUNT-EDIT          PIC Z(06)9.99.
       01 WS-TOTAL-EDIT           PIC Z(08)9.99.

       COPY ALERTLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Direct Debit Returns Start ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES.
           PERFORM UNTIL RETURN-EOF
               READ RETURN-FILE
                   AT END
                       SET RETURN-EOF TO TRUE
                   NOT AT END
                       PERFORM HANDLE-ONE-RETURN
               END-READ
           END-PERFORM.
           PERFORM WRITE-RETURN-TOTALS.
           PERFORM CLOSE-FILES.
           DISPLAY "Returns read: " WS-READ-COUNT
               " Reversed: " WS-REVERSED-COUNT
               " Mandates suspended: " WS-SUSPENDED-COUNT
               " Exceptions: " WS-EXCEPTION-COUNT.
           DISPLAY "=== Direct Debit Returns End ===".
           EVALUATE TRUE
               WHEN WS-MANDATE-STATUS = "35"
                   AND WS-RETURN-OPEN-STATUS NOT = "00"
                   MOVE 0 TO RETURN-CODE
               WHEN WS-MANDATE-STATUS NOT = "00"
                   AND WS-MANDATE-STATUS NOT = "23"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-EXCEPTION-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE >= 8
               PERFORM WRITE-OPERATOR-ALERT
           END-IF.
           STOP RUN.

       OPEN-FILES.
           OPEN I-O MANDATE-FILE.
           OPEN INPUT RETURN-FILE.
           MOVE WS-RETURN-STATUS TO WS-RETURN-OPEN-STATUS.
           IF WS-RETURN-STATUS NOT = "00"
               DISPLAY "No direct-debit returns tonight"
               SET RETURN-EOF TO TRUE
           END-IF.
           IF WS-MANDATE-STATUS NOT = "00"
               AND WS-RETURN-STATUS = "00"
               DISPLAY "Mandate file not available - status "
                   WS-MANDATE-STATUS
               SET RETURN-EOF TO TRUE
           END-IF.
           *> Without DDMAND no return can be matched, so the file
           *> is left where it is for the rerun. No mandate file and
           *> no returns either is simply a shop not collecting yet.
           OPEN EXTEND FINANCIAL-TRAN-FILE.
           IF WS-FIN-STATUS NOT = "00"
               OPEN OUTPUT FINANCIAL-TRAN-FILE
           END-IF.
           OPEN EXTEND NOTES-FILE.
           IF WS-NOTES-STATUS NOT = "00"
               OPEN OUTPUT NOTES-FILE
           END-IF.
           OPEN OUTPUT RETURN-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DIRECT DEBIT RETURNS - RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RETURN-REPORT-RECORD FROM WS-REPORT-LINE.

       HANDLE-ONE-RETURN.
           ADD 1 TO WS-READ-COUNT.
           MOVE RET-CUST-ID TO DDM-CUST-ID.
           READ MANDATE-FILE
               INVALID KEY
                   MOVE "NO MANDATE ON FILE" TO WS-OUTCOME
                   ADD 1 TO WS-EXCEPTION-COUNT
               NOT INVALID KEY
                   PERFORM JUDGE-ONE-RETURN
           END-READ.
           PERFORM REPORT-ONE-RETURN.

       JUDGE-ONE-RETURN.
           EVALUATE TRUE
               WHEN RET-REF-PREFIX NOT = "DD"
                   OR RET-REF-DATE NOT = DDM-LAST-COLLECT-DATE
                   MOVE "NOT LATEST COLLECTION" TO WS-OUTCOME
                   ADD 1 TO WS-EXCEPTION-COUNT
               WHEN DDM-LAST-RETURN-DATE >= DDM-LAST-COLLECT-DATE
                   MOVE "ALREADY RETURNED" TO WS-OUTCOME
                   ADD 1 TO WS-EXCEPTION-COUNT
               WHEN RET-AMOUNT > DDM-LAST-COLLECT-AMOUNT
                   MOVE "MORE THAN COLLECTED" TO WS-OUTCOME
                   ADD 1 TO WS-EXCEPTION-COUNT
               WHEN OTHER
                   PERFORM REVERSE-ONE-COLLECTION
           END-EVALUATE.
           *> Nothing is reversed blind - a return that does not
           *> answer the mandate's latest collection goes to the
           *> payments desk to chase with the bank.

       REVERSE-ONE-COLLECTION.
           MOVE WS-RUN-DATE TO DDM-LAST-RETURN-DATE.
           ADD 1 TO DDM-FAIL-COUNT.
           IF DDM-FAIL-COUNT >= WS-SUSPEND-AFTER
               AND DDM-ACTIVE
               SET DDM-SUSPENDED TO TRUE
           END-IF.
           REWRITE DIRECT-DEBIT-MANDATE-RECORD
               INVALID KEY
                   MOVE "NOT REWRITTEN" TO WS-OUTCOME
                   ADD 1 TO WS-EXCEPTION-COUNT
               NOT INVALID KEY
                   PERFORM POST-REVERSAL
           END-REWRITE.
           *> The mandate is stamped first, the same way the
           *> collection was - the same return can never come off
           *> twice.

       POST-REVERSAL.
           MOVE SPACES TO FIN-TRAN-RECORD.
           MOVE RET-CUST-ID TO FIN-CUST-ID.
           MOVE "D" TO FIN-DC-CODE.
           MOVE RET-AMOUNT TO FIN-AMOUNT.
           MOVE WS-RUN-DATE(3:6) TO FIN-TRAN-DATE.
           MOVE RET-REFERENCE TO FIN-REFERENCE.
           MOVE "RP" TO FIN-TRAN-TYPE.
           WRITE FIN-TRAN-RECORD.
           ADD 1 TO WS-REVERSED-COUNT.
           ADD RET-AMOUNT TO WS-REVERSED-TOTAL.
           MOVE RET-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO NOTE-TEXT.
           STRING "DIRECT DEBIT RETURNED " RET-REFERENCE
               " " WS-AMOUNT-EDIT
               " " RET-REASON
               DELIMITED BY SIZE INTO NOTE-TEXT.
           PERFORM APPEND-SYSTEM-NOTE.
           IF DDM-SUSPENDED
               MOVE "REVERSED - SUSPENDED" TO WS-OUTCOME
               ADD 1 TO WS-SUSPENDED-COUNT
               MOVE SPACES TO NOTE-TEXT
               STRING "DIRECT DEBIT SUSPENDED AFTER "
                   DDM-FAIL-COUNT " RETURNS IN A ROW"
                   DELIMITED BY SIZE INTO NOTE-TEXT
               PERFORM APPEND-SYSTEM-NOTE
           ELSE
               MOVE "REVERSED" TO WS-OUTCOME
           END-IF.
           *> The reversal carries the collection's reference, so
           *> the history shows the credit and its return together.

       APPEND-SYSTEM-NOTE.
           MOVE RET-CUST-ID TO NOTE-CUST-ID.
           MOVE WS-RUN-DATE TO NOTE-DATE.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE WS-STAMP-TIME TO NOTE-TIME.
           MOVE "SYSTEM" TO NOTE-OPERATOR.
           WRITE CUSTOMER-NOTE-RECORD.

       REPORT-ONE-RETURN.
           MOVE RET-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING RET-CUST-ID " " RET-REFERENCE
               " " WS-AMOUNT-EDIT
               " " WS-OUTCOME
               " " RET-REASON
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RETURN-REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-RETURN-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE RETURN-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-REVERSED-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "READ " WS-READ-COUNT
               " REVERSED " WS-REVERSED-COUNT
               " TOTAL " WS-TOTAL-EDIT
               " SUSPENDED " WS-SUSPENDED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RETURN-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "EXCEPTIONS " WS-EXCEPTION-COUNT
               " - TO THE PAYMENTS DESK TO CHASE WITH THE BANK"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RETURN-REPORT-RECORD FROM WS-REPORT-LINE.

       CLOSE-FILES.
           IF WS-RETURN-OPEN-STATUS = "00"
               CLOSE RETURN-FILE
               IF WS-MANDATE-STATUS = "00"
                   OR WS-MANDATE-STATUS = "23"
                   OPEN OUTPUT RETURN-FILE
                   CLOSE RETURN-FILE
               END-IF
           END-IF.
           IF WS-MANDATE-STATUS = "00" OR WS-MANDATE-STATUS = "23"
               CLOSE MANDATE-FILE
           END-IF.
           CLOSE FINANCIAL-TRAN-FILE.
           CLOSE NOTES-FILE.
           CLOSE RETURN-REPORT-FILE.

       WRITE-OPERATOR-ALERT.
           MOVE "DirectDebitReturns" TO ALERT-PROGRAM-NAME.
           MOVE RETURN-CODE TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-FILE-STATUSES.
           STRING "MAND=" WS-MANDATE-STATUS
               " RET=" WS-RETURN-OPEN-STATUS
               DELIMITED BY SIZE INTO ALERT-FILE-STATUSES.
           MOVE "CHECK DDMAND THEN RERUN - RETURNS KEPT"
               TO ALERT-ACTION-TEXT.
           CALL "AlertWriter" USING ALERT-CALL-AREA.
