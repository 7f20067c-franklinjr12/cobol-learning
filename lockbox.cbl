       IDENTIFICATION DIVISION.
       PROGRAM-ID. LockboxImport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCKBOX-FILE ASSIGN TO "LOCKBOX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKBOX-STATUS.
           *> The bank's lockbox file for the morning's mail. Read
           *> twice - once to prove every batch and deposit total,
           *> once to use the items - and consumed once loaded, the
           *> same way ReturnedPayment empties CUSTRETN, so a rerun
           *> cannot post the same cheques twice. A file that fails
           *> its totals is left exactly as it arrived for the bank
           *> to resend.

           SELECT FINANCIAL-TRAN-FILE ASSIGN TO "CUSTFIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIN-STATUS.
           *> Each usable item goes out as an ordinary CUSTFIN credit
           *> for the evening posting run - the same line a payment
           *> keyed through PaymentEntryMenu would have made.

           SELECT UNAPPLIED-CASH-FILE ASSIGN TO "UNAPCASH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNAPPLIED-STATUS.
           *> Items with no usable account number. Posting one under
           *> a garbage ID would only park it in suspense where
           *> nobody could ever match it; here it waits for the cash
           *> desk to find the payer.

           SELECT DEPOSIT-LOG-FILE ASSIGN TO "LBXDEPO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOSIT-STATUS.
           *> One line per deposit loaded - the lockbox side of the
           *> bank reconciliation.

           SELECT LOCKBOX-REPORT-FILE ASSIGN TO "LBXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           *> Every item applied or set aside, then the deposit
           *> reconciled to the credits generated - or, for a
           *> rejected file, the control total that failed.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCKBOX-FILE.
           COPY LOCKBOX.

       FD  FINANCIAL-TRAN-FILE.
           COPY CUSTFIN.

       FD  UNAPPLIED-CASH-FILE.
           COPY CUSTUNA.

       FD  DEPOSIT-LOG-FILE.
           COPY LBXDEP.

       FD  LOCKBOX-REPORT-FILE.
       01  LOCKBOX-REPORT-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-LOCKBOX-STATUS       PIC X(02) VALUE "00".
       01 WS-LOCKBOX-OPEN-STATUS  PIC X(02) VALUE "00".
       01 WS-FIN-STATUS           PIC X(02) VALUE "00".
       01 WS-UNAPPLIED-STATUS     PIC X(02) VALUE "00".
       01 WS-DEPOSIT-STATUS       PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS        PIC X(02) VALUE "00".

       01 WS-LOCKBOX-EOF-SWITCH   PIC X(01) VALUE "N".
       88 LOCKBOX-EOF             VALUE "Y".
       88 LOCKBOX-NOT-EOF         VALUE "N".

       01 WS-VERIFY-SWITCH        PIC X(01) VALUE "Y".
       88 VERIFY-PASSED           VALUE "Y".
       88 VERIFY-FAILED           VALUE "N".
       01 WS-VERIFY-REASON        PIC X(30) VALUE SPACES.
       01 WS-VERIFY-RECORD-NO     PIC 9(06) VALUE 0.
       *> The first control failure stops the proof - the record
       *> number and reason go on the report for the bank.

       01 WS-HEADER-SWITCH        PIC X(01) VALUE "N".
       88 HEADER-SEEN             VALUE "Y".
       01 WS-TRAILER-SWITCH       PIC X(01) VALUE "N".
       88 TRAILER-SEEN            VALUE "Y".
       01 WS-BATCH-SWITCH         PIC X(01) VALUE "N".
       88 BATCH-OPEN              VALUE "Y".
       88 BATCH-CLOSED            VALUE "N".

       01 WS-LOCKBOX-ID           PIC X(08) VALUE SPACES.
       01 WS-DEPOSIT-DATE         PIC 9(08) VALUE 0.
       01 WS-DEPOSIT-ID           PIC X(10) VALUE SPACES.
       01 WS-CURRENT-BATCH        PIC 9(04) VALUE 0.
       01 WS-BATCH-ITEMS          PIC 9(05) VALUE 0.
       01 WS-BATCH-AMOUNT         PIC 9(09)V99 VALUE 0.
       01 WS-FILE-BATCHES         PIC 9(04) VALUE 0.
       01 WS-FILE-ITEMS           PIC 9(06) VALUE 0.
       01 WS-FILE-AMOUNT          PIC 9(09)V99 VALUE 0.
       01 WS-DEPOSIT-TOTAL        PIC 9(09)V99 VALUE 0.
       *> Counted on the proving pass; the deposit total is the
       *> bank's own Z-trailer figure once it has agreed.

       01 WS-ITEM-ACCOUNT         PIC X(10).
       01 WS-ITEM-CUST-ID REDEFINES WS-ITEM-ACCOUNT
                                  PIC 9(10).
       01 WS-UNAPPLIED-REASON     PIC X(20).

       01 WS-APPLIED-COUNT        PIC 9(06) VALUE 0.
       01 WS-APPLIED-TOTAL        PIC 9(09)V99 VALUE 0.
       01 WS-UNAPPLIED-COUNT      PIC 9(06) VALUE 0.
       01 WS-UNAPPLIED-TOTAL      PIC 9(09)V99 VALUE 0.
       01 WS-DIFFERENCE           PIC S9(09)V99 VALUE 0.

       01 WS-RUN-DATE             PIC 9(08).
       01 WS-REPORT-LINE          PIC X(80).
       01 WS-AMOUNT-EDIT          PIC Z(06)9.99.
       01 WS-TOTAL-EDIT           PIC Z(08)9.99.
       01 WS-DIFFERENCE-EDIT      PIC Z(08)9.99-.

       COPY VALDLNK.

       COPY ALERTLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Lockbox Import Start ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM VERIFY-LOCKBOX-FILE.
           IF WS-LOCKBOX-OPEN-STATUS NOT = "00"
               OR WS-VERIFY-RECORD-NO = 0
               DISPLAY "No lockbox file to load"
               DISPLAY "=== Lockbox Import End ==="
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF VERIFY-FAILED
               PERFORM WRITE-REJECTION-REPORT
               DISPLAY "Lockbox file rejected - " WS-VERIFY-REASON
                   " at record " WS-VERIFY-RECORD-NO
               DISPLAY "=== Lockbox Import End ==="
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPERATOR-ALERT
               STOP RUN
           END-IF.
           *> Nothing from a file that fails its totals is used -
           *> one missing cheque means the whole deposit is suspect.
           PERFORM OPEN-FILES.
           PERFORM APPLY-LOCKBOX-FILE.
           PERFORM RECONCILE-DEPOSIT.
           PERFORM WRITE-DEPOSIT-LOG.
           PERFORM CLOSE-FILES.
           PERFORM EMPTY-LOCKBOX-FILE.
           DISPLAY "Applied: " WS-APPLIED-COUNT
               " Unapplied: " WS-UNAPPLIED-COUNT.
           DISPLAY "=== Lockbox Import End ===".
           EVALUATE TRUE
               WHEN WS-DIFFERENCE NOT = 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNAPPLIED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE >= 8
               PERFORM WRITE-OPERATOR-ALERT
           END-IF.
           STOP RUN.

       VERIFY-LOCKBOX-FILE.
           OPEN INPUT LOCKBOX-FILE.
           MOVE WS-LOCKBOX-STATUS TO WS-LOCKBOX-OPEN-STATUS.
           IF WS-LOCKBOX-OPEN-STATUS NOT = "00"
               SET LOCKBOX-EOF TO TRUE
           END-IF.
           PERFORM UNTIL LOCKBOX-EOF OR VERIFY-FAILED
               READ LOCKBOX-FILE
                   AT END
                       SET LOCKBOX-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-VERIFY-RECORD-NO
                       PERFORM VERIFY-ONE-RECORD
               END-READ
           END-PERFORM.
           IF WS-LOCKBOX-OPEN-STATUS = "00"
               CLOSE LOCKBOX-FILE
           END-IF.
           IF VERIFY-PASSED AND WS-VERIFY-RECORD-NO > 0
               AND NOT TRAILER-SEEN
               MOVE "NO FILE TRAILER" TO WS-VERIFY-REASON
               SET VERIFY-FAILED TO TRUE
           END-IF.
           *> A file cut short in transmission ends without its Z
           *> trailer - caught here even when every batch it does
           *> hold balances.

       VERIFY-ONE-RECORD.
           EVALUATE TRUE
               WHEN TRAILER-SEEN
                   MOVE "RECORD AFTER FILE TRAILER"
                       TO WS-VERIFY-REASON
                   SET VERIFY-FAILED TO TRUE
               WHEN LBX-FILE-HEADER
                   PERFORM VERIFY-FILE-HEADER
               WHEN NOT HEADER-SEEN
                   MOVE "NO FILE HEADER" TO WS-VERIFY-REASON
                   SET VERIFY-FAILED TO TRUE
               WHEN LBX-BATCH-HEADER
                   PERFORM VERIFY-BATCH-HEADER
               WHEN LBX-ITEM
                   PERFORM VERIFY-ITEM
               WHEN LBX-BATCH-TRAILER
                   PERFORM VERIFY-BATCH-TRAILER
               WHEN LBX-FILE-TRAILER
                   PERFORM VERIFY-FILE-TRAILER
               WHEN OTHER
                   MOVE "UNKNOWN RECORD TYPE" TO WS-VERIFY-REASON
                   SET VERIFY-FAILED TO TRUE
           END-EVALUATE.

       VERIFY-FILE-HEADER.
           EVALUATE TRUE
               WHEN HEADER-SEEN
                   MOVE "SECOND FILE HEADER" TO WS-VERIFY-REASON
                   SET VERIFY-FAILED TO TRUE
               WHEN LBX-DEPOSIT-DATE IS NOT NUMERIC
                   MOVE "BAD DEPOSIT DATE" TO WS-VERIFY-REASON
                   SET VERIFY-FAILED TO TRUE
               WHEN OTHER
                   SET HEADER-SEEN TO TRUE
                   MOVE LBX-LOCKBOX-ID TO WS-LOCKBOX-ID
                   MOVE LBX-DEPOSIT-DATE TO WS-DEPOSIT-DATE
                   MOVE LBX-DEPOSIT-ID TO WS-DEPOSIT-ID
           END-EVALUATE.

       VERIFY-BATCH-HEADER.
           EVALUATE TRUE
               WHEN BATCH-OPEN
                   MOVE "BATCH NOT CLOSED" TO WS-VERIFY-REASON
                   SET VERIFY-FAILED TO TRUE
               WHEN LBX-BATCH-NO IS NOT NUMERIC
                   MOVE "BAD BATCH NUMBER" TO WS-VERIFY-REASON
                   SET VERIFY-FAILED TO TRUE
               WHEN OTHER
                   SET BATCH-OPEN TO TRUE
                   MOVE LBX-BATCH-NO TO WS-CURRENT-BATCH
                   MOVE 0 TO WS-BATCH-ITEMS
                   MOVE 0 TO WS-BATCH-AMOUNT
                   ADD 1 TO WS-FILE-BATCHES
           END-EVALUATE.

       VERIFY-ITEM.
           EVALUATE TRUE
               WHEN BATCH-CLOSED
                   MOVE "ITEM OUTSIDE A BATCH" TO WS-VERIFY-REASON
                   SET VERIFY-FAILED TO TRUE
               WHEN LBX-ITEM-BATCH NOT = WS-CURRENT-BATCH
                   MOVE "ITEM IN WRONG BATCH" TO WS-VERIFY-REASON
                   SET VERIFY-FAILED TO TRUE
               WHEN LBX-ITEM-AMOUNT IS NOT NUMERIC
                   MOVE "ITEM AMOUNT NOT NUMERIC" TO WS-VERIFY-REASON
                   SET VERIFY-FAILED TO TRUE
               WHEN OTHER
                   ADD 1 TO WS-BATCH-ITEMS
                   ADD LBX-ITEM-AMOUNT TO WS-BATCH-AMOUNT
                   ADD 1 TO WS-FILE-ITEMS
                   ADD LBX-ITEM-AMOUNT TO WS-FILE-AMOUNT
           END-EVALUATE.

       VERIFY-BATCH-TRAILER.
           EVALUATE TRUE
               WHEN BATCH-CLOSED
                   MOVE "BATCH TRAILER WITH NO BATCH"
                       TO WS-VERIFY-REASON
                   SET VERIFY-FAILED TO TRUE
               WHEN LBX-TRL-BATCH-NO NOT = WS-CURRENT-BATCH
                   MOVE "BATCH TRAILER NUMBER WRONG"
                       TO WS-VERIFY-REASON
                   SET VERIFY-FAILED TO TRUE
               WHEN LBX-TRL-ITEM-COUNT IS NOT NUMERIC
                   OR LBX-TRL-BATCH-AMOUNT IS NOT NUMERIC
                   MOVE "BATCH TOTALS NOT NUMERIC"
                       TO WS-VERIFY-REASON
                   SET VERIFY-FAILED TO TRUE
               WHEN LBX-TRL-ITEM-COUNT NOT = WS-BATCH-ITEMS
                   MOVE "BATCH ITEM COUNT OUT" TO WS-VERIFY-REASON
                   SET VERIFY-FAILED TO TRUE
               WHEN LBX-TRL-BATCH-AMOUNT NOT = WS-BATCH-AMOUNT
                   MOVE "BATCH AMOUNT OUT" TO WS-VERIFY-REASON
                   SET VERIFY-FAILED TO TRUE
               WHEN OTHER
                   SET BATCH-CLOSED TO TRUE
           END-EVALUATE.

       VERIFY-FILE-TRAILER.
           EVALUATE TRUE
               WHEN BATCH-OPEN
                   MOVE "BATCH NOT CLOSED" TO WS-VERIFY-REASON
                   SET VERIFY-FAILED TO TRUE
               WHEN LBX-TRL-BATCH-COUNT IS NOT NUMERIC
                   OR LBX-TRL-FILE-ITEMS IS NOT NUMERIC
                   OR LBX-TRL-DEPOSIT-TOTAL IS NOT NUMERIC
                   MOVE "FILE TOTALS NOT NUMERIC" TO WS-VERIFY-REASON
                   SET VERIFY-FAILED TO TRUE
               WHEN LBX-TRL-BATCH-COUNT NOT = WS-FILE-BATCHES
                   MOVE "FILE BATCH COUNT OUT" TO WS-VERIFY-REASON
                   SET VERIFY-FAILED TO TRUE
               WHEN LBX-TRL-FILE-ITEMS NOT = WS-FILE-ITEMS
                   MOVE "FILE ITEM COUNT OUT" TO WS-VERIFY-REASON
                   SET VERIFY-FAILED TO TRUE
               WHEN LBX-TRL-DEPOSIT-TOTAL NOT = WS-FILE-AMOUNT
                   MOVE "DEPOSIT TOTAL OUT" TO WS-VERIFY-REASON
                   SET VERIFY-FAILED TO TRUE
               WHEN OTHER
                   SET TRAILER-SEEN TO TRUE
                   MOVE LBX-TRL-DEPOSIT-TOTAL TO WS-DEPOSIT-TOTAL
           END-EVALUATE.

       WRITE-REJECTION-REPORT.
           OPEN OUTPUT LOCKBOX-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "LOCKBOX IMPORT - RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE LOCKBOX-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE LOCKBOX-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "*** FILE REJECTED - " WS-VERIFY-REASON
               " AT RECORD " WS-VERIFY-RECORD-NO
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE LOCKBOX-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "NOTHING LOADED - LOCKBOX FILE LEFT FOR BANK RESEND"
               TO WS-REPORT-LINE.
           WRITE LOCKBOX-REPORT-RECORD FROM WS-REPORT-LINE.
           CLOSE LOCKBOX-REPORT-FILE.

       OPEN-FILES.
           OPEN EXTEND FINANCIAL-TRAN-FILE.
           IF WS-FIN-STATUS NOT = "00"
               OPEN OUTPUT FINANCIAL-TRAN-FILE
           END-IF.
           OPEN EXTEND UNAPPLIED-CASH-FILE.
           IF WS-UNAPPLIED-STATUS NOT = "00"
               OPEN OUTPUT UNAPPLIED-CASH-FILE
           END-IF.
           OPEN EXTEND DEPOSIT-LOG-FILE.
           IF WS-DEPOSIT-STATUS NOT = "00"
               OPEN OUTPUT DEPOSIT-LOG-FILE
           END-IF.
           OPEN OUTPUT LOCKBOX-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "LOCKBOX IMPORT - RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE LOCKBOX-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "LOCKBOX " WS-LOCKBOX-ID
               " DEPOSIT " WS-DEPOSIT-ID
               " DATED " WS-DEPOSIT-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE LOCKBOX-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE LOCKBOX-REPORT-RECORD FROM WS-REPORT-LINE.

       APPLY-LOCKBOX-FILE.
           SET LOCKBOX-NOT-EOF TO TRUE.
           OPEN INPUT LOCKBOX-FILE.
           IF WS-LOCKBOX-STATUS NOT = "00"
               SET LOCKBOX-EOF TO TRUE
           END-IF.
           PERFORM UNTIL LOCKBOX-EOF
               READ LOCKBOX-FILE
                   AT END
                       SET LOCKBOX-EOF TO TRUE
                   NOT AT END
                       IF LBX-ITEM
                           PERFORM APPLY-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-LOCKBOX-STATUS = "00" OR WS-LOCKBOX-STATUS = "10"
               CLOSE LOCKBOX-FILE
           END-IF.

       APPLY-ONE-ITEM.
           MOVE LBX-ITEM-ACCOUNT TO WS-ITEM-ACCOUNT.
           MOVE SPACES TO WS-UNAPPLIED-REASON.
           EVALUATE TRUE
               WHEN LBX-ITEM-AMOUNT = 0
                   MOVE "ZERO AMOUNT" TO WS-UNAPPLIED-REASON
               WHEN WS-ITEM-ACCOUNT = SPACES
                   MOVE "NO ACCOUNT NUMBER" TO WS-UNAPPLIED-REASON
               WHEN WS-ITEM-ACCOUNT IS NOT NUMERIC
                   MOVE "ACCOUNT NOT NUMERIC" TO WS-UNAPPLIED-REASON
               WHEN OTHER
                   SET VALD-CHECK-DIGIT TO TRUE
                   MOVE WS-ITEM-CUST-ID TO VALD-CUST-ID
                   CALL "CustomerValidation" USING VALD-CALL-AREA
                   IF VALD-FAILED
                       MOVE "BAD CHECK DIGIT" TO WS-UNAPPLIED-REASON
                   END-IF
           END-EVALUATE.
           IF WS-UNAPPLIED-REASON = SPACES
               PERFORM WRITE-LOCKBOX-CREDIT
           ELSE
               PERFORM WRITE-UNAPPLIED-ITEM
           END-IF.
           *> A well-formed number not yet on CUSTMAST is still a
           *> usable number - it posts to suspense like any other
           *> early payment and clears when the customer is added.

       WRITE-LOCKBOX-CREDIT.
           MOVE SPACES TO FIN-TRAN-RECORD.
           MOVE WS-ITEM-CUST-ID TO FIN-CUST-ID.
           MOVE "C" TO FIN-DC-CODE.
           MOVE LBX-ITEM-AMOUNT TO FIN-AMOUNT.
           MOVE WS-DEPOSIT-DATE(3:6) TO FIN-TRAN-DATE.
           MOVE LBX-ITEM-REF TO FIN-REFERENCE.
           MOVE "LB" TO FIN-TRAN-TYPE.
           WRITE FIN-TRAN-RECORD.
           ADD 1 TO WS-APPLIED-COUNT.
           ADD LBX-ITEM-AMOUNT TO WS-APPLIED-TOTAL.
           MOVE LBX-ITEM-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "APPLIED   " LBX-ITEM-REF
               " " WS-ITEM-ACCOUNT
               " " WS-AMOUNT-EDIT
               " CHQ " LBX-ITEM-CHEQUE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE LOCKBOX-REPORT-RECORD FROM WS-REPORT-LINE.
           *> Dated the day the bank took the deposit, not the day
           *> it was loaded, and typed LB so the ledger can send it
           *> to the lockbox bank account.

       WRITE-UNAPPLIED-ITEM.
           MOVE WS-DEPOSIT-DATE TO UNAP-DATE.
           MOVE WS-LOCKBOX-ID TO UNAP-LOCKBOX-ID.
           MOVE WS-DEPOSIT-ID TO UNAP-DEPOSIT-ID.
           MOVE LBX-ITEM-BATCH TO UNAP-BATCH-NO.
           MOVE LBX-ITEM-REF TO UNAP-ITEM-REF.
           MOVE WS-ITEM-ACCOUNT TO UNAP-ACCOUNT.
           MOVE LBX-ITEM-CHEQUE TO UNAP-CHEQUE.
           MOVE LBX-ITEM-AMOUNT TO UNAP-AMOUNT.
           MOVE WS-UNAPPLIED-REASON TO UNAP-REASON.
           WRITE UNAPPLIED-CASH-RECORD.
           ADD 1 TO WS-UNAPPLIED-COUNT.
           ADD LBX-ITEM-AMOUNT TO WS-UNAPPLIED-TOTAL.
           MOVE LBX-ITEM-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "UNAPPLIED " LBX-ITEM-REF
               " " WS-ITEM-ACCOUNT
               " " WS-AMOUNT-EDIT
               " " WS-UNAPPLIED-REASON
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE LOCKBOX-REPORT-RECORD FROM WS-REPORT-LINE.

       RECONCILE-DEPOSIT.
           COMPUTE WS-DIFFERENCE = WS-DEPOSIT-TOTAL
               - WS-APPLIED-TOTAL - WS-UNAPPLIED-TOTAL.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE LOCKBOX-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-DEPOSIT-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DEPOSIT TOTAL        " WS-FILE-ITEMS
               " ITEMS " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE LOCKBOX-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-APPLIED-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CREDITS GENERATED    " WS-APPLIED-COUNT
               " ITEMS " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE LOCKBOX-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-UNAPPLIED-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "UNAPPLIED CASH       " WS-UNAPPLIED-COUNT
               " ITEMS " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE LOCKBOX-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-DIFFERENCE TO WS-DIFFERENCE-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-DIFFERENCE = 0
               STRING "DEPOSIT RECONCILED - DIFFERENCE "
                   WS-DIFFERENCE-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "*** DEPOSIT OUT OF BALANCE BY "
                   WS-DIFFERENCE-EDIT " ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           WRITE LOCKBOX-REPORT-RECORD FROM WS-REPORT-LINE.
           *> Every cent the bank deposited must leave here either
           *> as a credit or as an unapplied item.

       WRITE-DEPOSIT-LOG.
           MOVE WS-DEPOSIT-DATE TO LDEP-DEPOSIT-DATE.
           MOVE WS-LOCKBOX-ID TO LDEP-LOCKBOX-ID.
           MOVE WS-DEPOSIT-ID TO LDEP-DEPOSIT-ID.
           MOVE WS-FILE-ITEMS TO LDEP-ITEM-COUNT.
           MOVE WS-DEPOSIT-TOTAL TO LDEP-DEPOSIT-TOTAL.
           MOVE WS-APPLIED-TOTAL TO LDEP-APPLIED-TOTAL.
           MOVE WS-UNAPPLIED-TOTAL TO LDEP-UNAPPLIED-TOTAL.
           MOVE WS-RUN-DATE TO LDEP-LOAD-DATE.
           WRITE LOCKBOX-DEPOSIT-RECORD.

       CLOSE-FILES.
           CLOSE FINANCIAL-TRAN-FILE.
           CLOSE UNAPPLIED-CASH-FILE.
           CLOSE DEPOSIT-LOG-FILE.
           CLOSE LOCKBOX-REPORT-FILE.

       EMPTY-LOCKBOX-FILE.
           OPEN OUTPUT LOCKBOX-FILE.
           CLOSE LOCKBOX-FILE.

       WRITE-OPERATOR-ALERT.
           MOVE "LockboxImport" TO ALERT-PROGRAM-NAME.
           MOVE RETURN-CODE TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-FILE-STATUSES.
           STRING "LBX=" WS-LOCKBOX-OPEN-STATUS
               " FIN=" WS-FIN-STATUS
               DELIMITED BY SIZE INTO ALERT-FILE-STATUSES.
           IF VERIFY-FAILED
               MOVE "LOCKBOX REJECTED - SEE LBXRPT FOR REASON"
                   TO ALERT-ACTION-TEXT
           ELSE
               MOVE "DEPOSIT OUT OF BALANCE - SEE LBXRPT"
                   TO ALERT-ACTION-TEXT
           END-IF.
           CALL "AlertWriter" USING ALERT-CALL-AREA.
