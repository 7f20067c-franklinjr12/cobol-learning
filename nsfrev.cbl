       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReturnedPayment.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO "CUSTRETN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-STATUS.
           *> Returned items as the bank sends them back - customer,
           *> the FIN-REFERENCE the payment was taken under, the
           *> amount, and the bank's reason. Consumed once applied,
           *> the same way RejectAging empties its write-off list,
           *> so a rerun cannot reverse the same cheque twice.

           SELECT POSTING-HISTORY-FILE ASSIGN TO "POSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           *> Every return must name a credit that actually posted.
           *> One pass totals, per return, the customer's credits
           *> under that reference and any returned-payment
           *> reversals already taken against them.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.
           *> Supplies CUST-CAT - the returned-cheque fee is per
           *> category.

           SELECT RATE-FILE ASSIGN TO "CATRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-CAT-CODE
               FILE STATUS IS WS-RATE-STATUS.
           *> The per-category row RateMaintMenu keeps - its
           *> RATE-NSF-FEE is the fee. No row, or a zero fee, means
           *> the reversal goes through without one.

           SELECT FINANCIAL-TRAN-FILE ASSIGN TO "CUSTFIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIN-STATUS.
           *> The reversal and the fee go out as ordinary CUSTFIN
           *> debits for the evening posting run, so the balance,
           *> the history, and the ledger all see them.

           SELECT NOTES-FILE ASSIGN TO "CUSTNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTES-STATUS.
           *> A SYSTEM note per reversal - the next caller sees the
           *> cheque bounced before the customer mentions it.

           SELECT RETURN-REPORT-FILE ASSIGN TO "CUSTRETR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           *> One line per reversal and per fee, plus totals.

           SELECT EXCEPTION-REPORT-FILE ASSIGN TO "CUSTRETX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
           *> Returns that could not be matched to a posted credit -
           *> nothing is reversed blind. These go back to the
           *> payments desk to chase with the bank.

       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-FILE.
       01  RETURN-RECORD.
           05 RET-CUST-ID         PIC 9(10).
           05 RET-REFERENCE       PIC X(12).
           05 RET-AMOUNT          PIC 9(07)V99.
           05 RET-REASON          PIC X(20).

       FD  POSTING-HISTORY-FILE.
           COPY POSTHST.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  RATE-FILE.
           COPY CATRATE.

       FD  FINANCIAL-TRAN-FILE.
           COPY CUSTFIN.

       FD  NOTES-FILE.
           COPY CUSTNOT.

       FD  RETURN-REPORT-FILE.
       01  RETURN-REPORT-RECORD   PIC X(80).

       FD  EXCEPTION-REPORT-FILE.
       01  EXCEPTION-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RETURN-STATUS        PIC X(02) VALUE "00".
       01 WS-HISTORY-STATUS       PIC X(02) VALUE "00".
       01 WS-CUSTOMER-STATUS      PIC X(02) VALUE "00".
       01 WS-RATE-STATUS          PIC X(02) VALUE "00".
       01 WS-FIN-STATUS           PIC X(02) VALUE "00".
       01 WS-NOTES-STATUS         PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS        PIC X(02) VALUE "00".
       01 WS-EXCEPTION-STATUS     PIC X(02) VALUE "00".

       01 WS-FILE-EOF-SWITCH      PIC X(01).
       88 FILE-EOF                VALUE "Y".
       88 FILE-NOT-EOF            VALUE "N".

       01 WS-RETURN-TABLE.
           05 WS-RET-ENTRY OCCURS 500 TIMES.
               10 WS-RET-CUST-ID   PIC 9(10).
               10 WS-RET-REFERENCE PIC X(12).
               10 WS-RET-AMOUNT    PIC 9(07)V99.
               10 WS-RET-REASON    PIC X(20).
               10 WS-RET-CREDITED  PIC 9(09)V99.
               10 WS-RET-REVERSED  PIC 9(09)V99.
       01 WS-RETURN-COUNT         PIC 9(04) VALUE 0.
       01 WS-RETURN-INDEX         PIC 9(04).
       01 WS-LATER-INDEX          PIC 9(04).
       01 WS-OVERFLOW-COUNT       PIC 9(06) VALUE 0.
       *> The day's returns held in memory so POSTHIST is read
       *> once, not once per cheque. A day with more than 500
       *> returns reports the excess as exceptions and leaves them
       *> on CUSTRETN for a second run.

       01 WS-UNREVERSED           PIC S9(09)V99.
       *> Credits under the reference not yet taken back by an
       *> earlier reversal - a return cannot exceed it.

       01 WS-MASTER-FOUND-SWITCH  PIC X(01).
       88 MASTER-FOUND            VALUE "Y".
       88 MASTER-NOT-FOUND        VALUE "N".
       01 WS-FEE-AMOUNT           PIC 9(05)V99.

       01 WS-RUN-DATE             PIC 9(08).
       01 WS-RUN-DATE-YYMMDD      PIC 9(06).

       01 WS-REVERSED-COUNT       PIC 9(06) VALUE 0.
       01 WS-REVERSED-TOTAL       PIC 9(09)V99 VALUE 0.
       01 WS-FEE-COUNT            PIC 9(06) VALUE 0.
       01 WS-FEE-TOTAL            PIC 9(09)V99 VALUE 0.
       01 WS-EXCEPTION-COUNT      PIC 9(06) VALUE 0.

       01 WS-REPORT-LINE          PIC X(80).
       01 WS-EXCEPTION-TEXT       PIC X(30).
       01 WS-AMOUNT-EDIT          PIC Z(06)9.99.
       01 WS-TOTAL-EDIT           PIC Z(08)9.99.

       01 WS-OVERFLOW-TABLE.
           05 WS-OVERFLOW-LINE     OCCURS 500 TIMES PIC X(51).
       01 WS-OVERFLOW-KEPT        PIC 9(04) VALUE 0.
       01 WS-OVERFLOW-INDEX       PIC 9(04).
       *> Up to 500 returns past the 500th are written back to
       *> CUSTRETN when it is emptied for the next run to pick up;
       *> anything beyond that is reported for the bank to resend.

       COPY ALERTLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Returned Payment Start ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(3:6) TO WS-RUN-DATE-YYMMDD.
           PERFORM LOAD-RETURNS.
           IF WS-RETURN-COUNT = 0
               DISPLAY "No returned items to process"
               DISPLAY "=== Returned Payment End ==="
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM MATCH-POSTING-HISTORY.
           IF WS-HISTORY-STATUS NOT = "00"
               AND WS-HISTORY-STATUS NOT = "10"
               DISPLAY "Posting history not available - status "
                   WS-HISTORY-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPERATOR-ALERT
               STOP RUN
           END-IF.
           *> Without the history nothing can be matched - the
           *> returns stay on CUSTRETN untouched for the rerun.
           PERFORM OPEN-FILES.
           PERFORM PROCESS-ONE-RETURN
               VARYING WS-RETURN-INDEX FROM 1 BY 1
               UNTIL WS-RETURN-INDEX > WS-RETURN-COUNT.
           PERFORM WRITE-RETURN-TOTALS.
           PERFORM CLOSE-FILES.
           PERFORM EMPTY-RETURN-FILE.
           DISPLAY "Reversed: " WS-REVERSED-COUNT
               " Fees: " WS-FEE-COUNT
               " Exceptions: " WS-EXCEPTION-COUNT.
           DISPLAY "=== Returned Payment End ===".
           IF WS-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-RETURNS.
           SET FILE-NOT-EOF TO TRUE.
           OPEN INPUT RETURN-FILE.
           IF WS-RETURN-STATUS NOT = "00"
               SET FILE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL FILE-EOF
               READ RETURN-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM LOAD-ONE-RETURN
               END-READ
           END-PERFORM.
           IF WS-RETURN-STATUS = "00" OR WS-RETURN-STATUS = "10"
               CLOSE RETURN-FILE
           END-IF.

       LOAD-ONE-RETURN.
           IF WS-RETURN-COUNT < 500
               ADD 1 TO WS-RETURN-COUNT
               MOVE RET-CUST-ID TO WS-RET-CUST-ID(WS-RETURN-COUNT)
               MOVE RET-REFERENCE
                   TO WS-RET-REFERENCE(WS-RETURN-COUNT)
               MOVE RET-AMOUNT TO WS-RET-AMOUNT(WS-RETURN-COUNT)
               MOVE RET-REASON TO WS-RET-REASON(WS-RETURN-COUNT)
               MOVE 0 TO WS-RET-CREDITED(WS-RETURN-COUNT)
               MOVE 0 TO WS-RET-REVERSED(WS-RETURN-COUNT)
           ELSE
               ADD 1 TO WS-OVERFLOW-COUNT
               IF WS-OVERFLOW-KEPT < 500
                   ADD 1 TO WS-OVERFLOW-KEPT
                   MOVE RETURN-RECORD
                       TO WS-OVERFLOW-LINE(WS-OVERFLOW-KEPT)
               END-IF
           END-IF.

       MATCH-POSTING-HISTORY.
           SET FILE-NOT-EOF TO TRUE.
           OPEN INPUT POSTING-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               SET FILE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL FILE-EOF
               READ POSTING-HISTORY-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM MATCH-ONE-HISTORY-ENTRY
                           VARYING WS-RETURN-INDEX FROM 1 BY 1
                           UNTIL WS-RETURN-INDEX > WS-RETURN-COUNT
               END-READ
           END-PERFORM.
           IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "10"
               CLOSE POSTING-HISTORY-FILE
               MOVE "00" TO WS-HISTORY-STATUS
           END-IF.

       MATCH-ONE-HISTORY-ENTRY.
           IF PHIST-CUST-ID = WS-RET-CUST-ID(WS-RETURN-INDEX)
               AND PHIST-REFERENCE = WS-RET-REFERENCE(WS-RETURN-INDEX)
               EVALUATE TRUE
                   WHEN PHIST-CREDIT
                       ADD PHIST-AMOUNT
                           TO WS-RET-CREDITED(WS-RETURN-INDEX)
                   WHEN PHIST-DEBIT AND PHIST-TRAN-TYPE = "RP"
                       ADD PHIST-AMOUNT
                           TO WS-RET-REVERSED(WS-RETURN-INDEX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           *> A reversal already posted under the same reference
           *> uses up that much of the credit - the same cheque
           *> sent back twice does not come off twice.

       OPEN-FILES.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT RATE-FILE.
           OPEN EXTEND FINANCIAL-TRAN-FILE.
           IF WS-FIN-STATUS NOT = "00"
               OPEN OUTPUT FINANCIAL-TRAN-FILE
           END-IF.
           OPEN EXTEND NOTES-FILE.
           IF WS-NOTES-STATUS NOT = "00"
               OPEN OUTPUT NOTES-FILE
           END-IF.
           OPEN OUTPUT RETURN-REPORT-FILE.
           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RETURNED PAYMENTS - RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RETURN-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RETURNED PAYMENT EXCEPTIONS - RUN DATE "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE EXCEPTION-REPORT-RECORD FROM WS-REPORT-LINE.

       PROCESS-ONE-RETURN.
           COMPUTE WS-UNREVERSED =
               WS-RET-CREDITED(WS-RETURN-INDEX)
               - WS-RET-REVERSED(WS-RETURN-INDEX).
           PERFORM LOOK-UP-CUSTOMER.
           EVALUATE TRUE
               WHEN WS-RET-CREDITED(WS-RETURN-INDEX) = 0
                   MOVE "NO CREDIT POSTED UNDER REF"
                       TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-ONE-EXCEPTION
               WHEN WS-RET-AMOUNT(WS-RETURN-INDEX) > WS-UNREVERSED
                   MOVE "MORE THAN CREDIT NOT REVERSED"
                       TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-ONE-EXCEPTION
               WHEN MASTER-NOT-FOUND
                   MOVE "NOT ON CUSTOMER MASTER"
                       TO WS-EXCEPTION-TEXT
                   PERFORM WRITE-ONE-EXCEPTION
               WHEN OTHER
                   PERFORM REVERSE-ONE-PAYMENT
           END-EVALUATE.

       LOOK-UP-CUSTOMER.
           SET MASTER-NOT-FOUND TO TRUE.
           IF WS-CUSTOMER-STATUS = "00"
               MOVE WS-RET-CUST-ID(WS-RETURN-INDEX) TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET MASTER-FOUND TO TRUE
               END-READ
           END-IF.

       REVERSE-ONE-PAYMENT.
           MOVE SPACES TO FIN-TRAN-RECORD.
           MOVE WS-RET-CUST-ID(WS-RETURN-INDEX) TO FIN-CUST-ID.
           MOVE "D" TO FIN-DC-CODE.
           MOVE WS-RET-AMOUNT(WS-RETURN-INDEX) TO FIN-AMOUNT.
           MOVE WS-RUN-DATE-YYMMDD TO FIN-TRAN-DATE.
           MOVE WS-RET-REFERENCE(WS-RETURN-INDEX) TO FIN-REFERENCE.
           MOVE "RP" TO FIN-TRAN-TYPE.
           WRITE FIN-TRAN-RECORD.
           ADD 1 TO WS-REVERSED-COUNT.
           ADD WS-RET-AMOUNT(WS-RETURN-INDEX) TO WS-REVERSED-TOTAL.
           PERFORM USE-UP-LATER-RETURNS
               VARYING WS-LATER-INDEX FROM WS-RETURN-INDEX BY 1
               UNTIL WS-LATER-INDEX > WS-RETURN-COUNT.
           MOVE WS-RET-AMOUNT(WS-RETURN-INDEX) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "REVERSED " FIN-CUST-ID " REF " FIN-REFERENCE
               " AMT " WS-AMOUNT-EDIT
               " " WS-RET-REASON(WS-RETURN-INDEX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RETURN-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM CHARGE-RETURNED-ITEM-FEE.
           PERFORM APPEND-RETURN-NOTE.
           *> The reversal carries the original reference, so the
           *> history shows the payment and its bounce together.

       USE-UP-LATER-RETURNS.
           IF WS-RET-CUST-ID(WS-LATER-INDEX)
                   = WS-RET-CUST-ID(WS-RETURN-INDEX)
               AND WS-RET-REFERENCE(WS-LATER-INDEX)
                   = WS-RET-REFERENCE(WS-RETURN-INDEX)
               ADD WS-RET-AMOUNT(WS-RETURN-INDEX)
                   TO WS-RET-REVERSED(WS-LATER-INDEX)
           END-IF.
           *> Tonight's reversal is not on POSTHIST yet - a second
           *> return for the same cheque further down today's file
           *> has to see it as already taken.

       CHARGE-RETURNED-ITEM-FEE.
           MOVE 0 TO WS-FEE-AMOUNT.
           IF WS-RATE-STATUS = "00"
               MOVE CUST-CAT TO RATE-CAT-CODE
               READ RATE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RATE-NSF-FEE TO WS-FEE-AMOUNT
               END-READ
           END-IF.
           IF WS-FEE-AMOUNT > 0
               MOVE SPACES TO FIN-TRAN-RECORD
               MOVE WS-RET-CUST-ID(WS-RETURN-INDEX) TO FIN-CUST-ID
               MOVE "D" TO FIN-DC-CODE
               MOVE WS-FEE-AMOUNT TO FIN-AMOUNT
               MOVE WS-RUN-DATE-YYMMDD TO FIN-TRAN-DATE
               MOVE WS-RET-REFERENCE(WS-RETURN-INDEX)
                   TO FIN-REFERENCE
               MOVE "NF" TO FIN-TRAN-TYPE
               WRITE FIN-TRAN-RECORD
               ADD 1 TO WS-FEE-COUNT
               ADD WS-FEE-AMOUNT TO WS-FEE-TOTAL
               MOVE WS-FEE-AMOUNT TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "FEE      " FIN-CUST-ID " CAT " CUST-CAT
                   " AMT " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE RETURN-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       APPEND-RETURN-NOTE.
           MOVE WS-RET-CUST-ID(WS-RETURN-INDEX) TO NOTE-CUST-ID.
           MOVE WS-RUN-DATE TO NOTE-DATE.
           ACCEPT NOTE-TIME FROM TIME.
           MOVE "SYSTEM" TO NOTE-OPERATOR.
           MOVE WS-RET-AMOUNT(WS-RETURN-INDEX) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO NOTE-TEXT.
           STRING "PAYMENT RETURNED " WS-RET-REFERENCE(WS-RETURN-INDEX)
               " " WS-AMOUNT-EDIT
               " " WS-RET-REASON(WS-RETURN-INDEX)
               DELIMITED BY SIZE INTO NOTE-TEXT.
           WRITE CUSTOMER-NOTE-RECORD.

       WRITE-ONE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE WS-RET-AMOUNT(WS-RETURN-INDEX) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-RET-CUST-ID(WS-RETURN-INDEX)
               " " WS-RET-REFERENCE(WS-RETURN-INDEX)
               " " WS-AMOUNT-EDIT
               " " WS-EXCEPTION-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE EXCEPTION-REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-RETURN-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE RETURN-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-REVERSED-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "REVERSED " WS-REVERSED-COUNT
               " TOTAL " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RETURN-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-FEE-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "FEES     " WS-FEE-COUNT
               " TOTAL " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RETURN-REPORT-RECORD FROM WS-REPORT-LINE.
           IF WS-OVERFLOW-COUNT > 0
               ADD WS-OVERFLOW-COUNT TO WS-EXCEPTION-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-OVERFLOW-COUNT
                   " RETURNS OVER THE 500 LIMIT - LEFT ON CUSTRETN"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE EXCEPTION-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           IF WS-OVERFLOW-COUNT > WS-OVERFLOW-KEPT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "OVER 1000 RETURNS - ASK THE BANK TO RESEND"
                   " EVERYTHING PAST THE 1000TH"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE EXCEPTION-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE EXCEPTION-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "EXCEPTIONS " WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE EXCEPTION-REPORT-RECORD FROM WS-REPORT-LINE.

       CLOSE-FILES.
           IF WS-CUSTOMER-STATUS = "00"
               CLOSE CUSTOMER-FILE
           END-IF.
           IF WS-RATE-STATUS = "00"
               CLOSE RATE-FILE
           END-IF.
           CLOSE FINANCIAL-TRAN-FILE.
           CLOSE NOTES-FILE.
           CLOSE RETURN-REPORT-FILE.
           CLOSE EXCEPTION-REPORT-FILE.

       EMPTY-RETURN-FILE.
           OPEN OUTPUT RETURN-FILE.
           PERFORM KEEP-ONE-OVERFLOW
               VARYING WS-OVERFLOW-INDEX FROM 1 BY 1
               UNTIL WS-OVERFLOW-INDEX > WS-OVERFLOW-KEPT.
           CLOSE RETURN-FILE.
           *> Applied returns are gone; only the overflow is written
           *> back for the next run to pick up.

       KEEP-ONE-OVERFLOW.
           MOVE WS-OVERFLOW-LINE(WS-OVERFLOW-INDEX) TO RETURN-RECORD.
           WRITE RETURN-RECORD.

       WRITE-OPERATOR-ALERT.
           MOVE "ReturnedPayment" TO ALERT-PROGRAM-NAME.
           MOVE RETURN-CODE TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-FILE-STATUSES.
           STRING "HIST=" WS-HISTORY-STATUS
               DELIMITED BY SIZE INTO ALERT-FILE-STATUSES.
           MOVE "CHECK POSTHIST THEN RERUN RETURNS"
               TO ALERT-ACTION-TEXT.
           CALL "AlertWriter" USING ALERT-CALL-AREA.
