       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreditRefund.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE ASSIGN TO "CUSTBALF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-CUST-ID
               FILE STATUS IS WS-BALANCE-STATUS.
           *> Walked in key order looking for credit balances.
           *> Read-only - the refund flows through CustomerPosting
           *> as an ordinary CUSTFIN debit, so the balance, the
           *> history, and the ledger all move together.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.
           *> Supplies the name and CUST-STATUS - an inactive
           *> customer's credit is refunded however recently it
           *> last moved.

           SELECT ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADDR-CUST-ID
               FILE STATUS IS WS-ADDRESS-STATUS.
           *> Where the cheque goes. No address row, no refund -
           *> the account is listed for review instead.

           SELECT REFUND-CONTROL-FILE ASSIGN TO "REFUNDC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           *> Minimum credit and idle days - same drop-a-record
           *> pattern as every other control file. No record means
           *> 10.00 and 180 days.

           SELECT HOLD-QUEUE-FILE ASSIGN TO "CUSTHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "CUSTSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           *> An account with a held debit or a suspended item is
           *> not refunded blind - the credit may not be what it
           *> seems. Both are read once up front into the review
           *> table. An address changed inside the ADDRCHGC window
           *> holds the account back too - AddressChangeCheck is
           *> asked as each credit comes up.

           SELECT FINANCIAL-TRAN-FILE ASSIGN TO "CUSTFIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIN-STATUS.
           *> Read first for refunds already queued and not yet
           *> posted - a second run the same day must not refund
           *> twice - then extended with tonight's refund debits.

           SELECT NOTES-FILE ASSIGN TO "CUSTNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTES-STATUS.
           *> A SYSTEM note per refund issued.

           SELECT PAYEE-FILE ASSIGN TO "REFUNDP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYEE-STATUS.
           *> One line per cheque for accounts payable - who, how
           *> much, and where to send it.

           SELECT REFUND-REGISTER-FILE ASSIGN TO "REFUNDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           *> The refund register - every refund issued and every
           *> credit held back for review, and why.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-FILE.
           COPY CUSTBAL.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  ADDRESS-FILE.
           COPY CUSTADR.

       FD  REFUND-CONTROL-FILE.
       01  REFUND-CTL-RECORD.
           05 CTL-REFUND-MINIMUM  PIC 9(07)V99.
           *> Credits at or below this are left on the account.
           05 CTL-IDLE-DAYS       PIC 9(04).
           *> Days since the last posting before an active
           *> account counts as idle.
           05 CTL-ADDR-WAIT-DAYS  PIC 9(04).
           *> No longer read - the window is ADDRCHGC's, shared
           *> with the direct-debit menu. Left in place so existing
           *> REFUNDC records still line up.

       FD  HOLD-QUEUE-FILE.
           COPY CUSTHLD.

       FD  SUSPENSE-FILE.
           COPY CUSTSUS.

       FD  FINANCIAL-TRAN-FILE.
           COPY CUSTFIN.

       FD  NOTES-FILE.
           COPY CUSTNOT.

       FD  PAYEE-FILE.
       01  PAYEE-RECORD.
           05 PAYEE-CUST-ID       PIC 9(10).
           05 PAYEE-AMOUNT        PIC 9(07)V99.
           05 PAYEE-NAME          PIC X(10).
           05 PAYEE-LINE-1        PIC X(30).
           05 PAYEE-LINE-2        PIC X(30).
           05 PAYEE-CITY          PIC X(20).
           05 PAYEE-POSTAL        PIC X(10).
           05 PAYEE-REFERENCE     PIC X(12).

       FD  REFUND-REGISTER-FILE.
       01  REFUND-REGISTER-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-BALANCE-STATUS       PIC X(02) VALUE "00".
       01 WS-CUSTOMER-STATUS      PIC X(02) VALUE "00".
       01 WS-ADDRESS-STATUS       PIC X(02) VALUE "00".
       01 WS-CONTROL-STATUS       PIC X(02) VALUE "00".
       01 WS-HOLD-STATUS          PIC X(02) VALUE "00".
       01 WS-SUSPENSE-STATUS      PIC X(02) VALUE "00".
       01 WS-FIN-STATUS           PIC X(02) VALUE "00".
       01 WS-NOTES-STATUS         PIC X(02) VALUE "00".
       01 WS-PAYEE-STATUS         PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS        PIC X(02) VALUE "00".

       01 WS-BALANCE-EOF-SWITCH   PIC X(01) VALUE "N".
       88 BALANCE-EOF             VALUE "Y".
       88 BALANCE-NOT-EOF         VALUE "N".
       01 WS-SIDE-EOF-SWITCH      PIC X(01).
       88 SIDE-EOF                VALUE "Y".
       88 SIDE-NOT-EOF            VALUE "N".

       01 WS-REFUND-MINIMUM       PIC 9(07)V99 VALUE 10.00.
       01 WS-IDLE-DAYS            PIC 9(04) VALUE 180.

       01 WS-REVIEW-TABLE.
           05 WS-REVIEW-ENTRY OCCURS 2000 TIMES.
               10 WS-REVIEW-CUST-ID PIC 9(10).
               10 WS-REVIEW-REASON  PIC X(01).
       01 WS-REVIEW-COUNT         PIC 9(04) VALUE 0.
       01 WS-REVIEW-INDEX         PIC 9(04).
       01 WS-REVIEW-FOUND         PIC 9(04).
       01 WS-REVIEW-REASON-IN     PIC X(01).
       88 REVIEW-HELD-DEBIT       VALUE "H".
       88 REVIEW-SUSPENSE         VALUE "S".
       88 REVIEW-ALREADY-QUEUED   VALUE "Q".
       01 WS-REVIEW-FULL-SWITCH   PIC X(01) VALUE "N".
       88 REVIEW-TABLE-FULL       VALUE "Y".
       *> Every account the side files say to leave alone, with the
       *> first reason found. If the table ever fills, the run
       *> refunds nothing rather than refund an account it could
       *> not check.

       01 WS-SIDE-CUST-ID         PIC 9(10).

       01 WS-MASTER-FOUND-SWITCH  PIC X(01).
       88 MASTER-FOUND            VALUE "Y".
       88 MASTER-NOT-FOUND        VALUE "N".
       01 WS-ADDRESS-FOUND-SWITCH PIC X(01).
       88 ADDRESS-FOUND           VALUE "Y".
       88 ADDRESS-NOT-FOUND       VALUE "N".

       01 WS-RUN-DATE             PIC 9(08).
       01 WS-RUN-DATE-YYMMDD      PIC 9(06).
       01 WS-TODAY-INTEGER        PIC 9(08).
       01 WS-IDLE-AGE             PIC S9(05).
       01 WS-REFUND-AMOUNT        PIC 9(07)V99.
       01 WS-REFUND-REFERENCE     PIC X(12).
       01 WS-REVIEW-TEXT          PIC X(28).

       01 WS-REFUND-COUNT         PIC 9(06) VALUE 0.
       01 WS-REFUND-TOTAL         PIC 9(09)V99 VALUE 0.
       01 WS-REVIEW-LISTED        PIC 9(06) VALUE 0.
       01 WS-REVIEW-LISTED-TOTAL  PIC 9(09)V99 VALUE 0.

       01 WS-REPORT-LINE          PIC X(80).
       01 WS-AMOUNT-EDIT          PIC Z(06)9.99.
       01 WS-TOTAL-EDIT           PIC Z(08)9.99.

       COPY ACHKLNK.

       COPY ALERTLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Credit Refund Start ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(3:6) TO WS-RUN-DATE-YYMMDD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           MOVE SPACES TO WS-REFUND-REFERENCE.
           STRING "REFUND" WS-RUN-DATE-YYMMDD
               DELIMITED BY SIZE INTO WS-REFUND-REFERENCE.
           PERFORM READ-REFUND-CONTROL.
           PERFORM LOAD-REVIEW-TABLE.
           PERFORM OPEN-FILES.
           PERFORM UNTIL BALANCE-EOF
               READ BALANCE-FILE
                   AT END
                       SET BALANCE-EOF TO TRUE
                   NOT AT END
                       PERFORM CONSIDER-ONE-BALANCE
               END-READ
           END-PERFORM.
           PERFORM WRITE-REFUND-TOTALS.
           PERFORM CLOSE-FILES.
           DISPLAY "Refunded: " WS-REFUND-COUNT
               " Held for review: " WS-REVIEW-LISTED.
           DISPLAY "=== Credit Refund End ===".
           EVALUATE TRUE
               WHEN WS-BALANCE-STATUS NOT = "00"
                   AND WS-BALANCE-STATUS NOT = "10"
                   MOVE 8 TO RETURN-CODE
               WHEN REVIEW-TABLE-FULL
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REVIEW-LISTED > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE >= 8
               PERFORM WRITE-OPERATOR-ALERT
           END-IF.
           STOP RUN.

       READ-REFUND-CONTROL.
           OPEN INPUT REFUND-CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ REFUND-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-REFUND-CONTROL
               END-READ
               CLOSE REFUND-CONTROL-FILE
           END-IF.

       APPLY-REFUND-CONTROL.
           IF CTL-REFUND-MINIMUM IS NUMERIC
               MOVE CTL-REFUND-MINIMUM TO WS-REFUND-MINIMUM
           END-IF.
           IF CTL-IDLE-DAYS IS NUMERIC AND CTL-IDLE-DAYS > 0
               MOVE CTL-IDLE-DAYS TO WS-IDLE-DAYS
           END-IF.
           *> A short record keeps the defaults for the fields it
           *> does not carry.

       LOAD-REVIEW-TABLE.
           SET SIDE-NOT-EOF TO TRUE.
           OPEN INPUT HOLD-QUEUE-FILE.
           IF WS-HOLD-STATUS NOT = "00"
               SET SIDE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL SIDE-EOF
               READ HOLD-QUEUE-FILE
                   AT END
                       SET SIDE-EOF TO TRUE
                   NOT AT END
                       MOVE HOLD-FIN-IMAGE(1:10) TO WS-SIDE-CUST-ID
                       SET REVIEW-HELD-DEBIT TO TRUE
                       PERFORM ADD-REVIEW-ENTRY
               END-READ
           END-PERFORM.
           IF WS-HOLD-STATUS = "00" OR WS-HOLD-STATUS = "10"
               CLOSE HOLD-QUEUE-FILE
           END-IF.
           SET SIDE-NOT-EOF TO TRUE.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS NOT = "00"
               SET SIDE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL SIDE-EOF
               READ SUSPENSE-FILE
                   AT END
                       SET SIDE-EOF TO TRUE
                   NOT AT END
                       MOVE SUSP-FIN-IMAGE(1:10) TO WS-SIDE-CUST-ID
                       SET REVIEW-SUSPENSE TO TRUE
                       PERFORM ADD-REVIEW-ENTRY
               END-READ
           END-PERFORM.
           IF WS-SUSPENSE-STATUS = "00" OR WS-SUSPENSE-STATUS = "10"
               CLOSE SUSPENSE-FILE
           END-IF.
           SET SIDE-NOT-EOF TO TRUE.
           OPEN INPUT FINANCIAL-TRAN-FILE.
           IF WS-FIN-STATUS NOT = "00"
               SET SIDE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL SIDE-EOF
               READ FINANCIAL-TRAN-FILE
                   AT END
                       SET SIDE-EOF TO TRUE
                   NOT AT END
                       IF FIN-TRAN-TYPE = "RF"
                           MOVE FIN-CUST-ID TO WS-SIDE-CUST-ID
                           SET REVIEW-ALREADY-QUEUED TO TRUE
                           PERFORM ADD-REVIEW-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FIN-STATUS = "00" OR WS-FIN-STATUS = "10"
               CLOSE FINANCIAL-TRAN-FILE
           END-IF.

       ADD-REVIEW-ENTRY.
           PERFORM FIND-REVIEW-ENTRY.
           IF WS-REVIEW-FOUND = 0
               IF WS-REVIEW-COUNT < 2000
                   ADD 1 TO WS-REVIEW-COUNT
                   MOVE WS-SIDE-CUST-ID
                       TO WS-REVIEW-CUST-ID(WS-REVIEW-COUNT)
                   MOVE WS-REVIEW-REASON-IN
                       TO WS-REVIEW-REASON(WS-REVIEW-COUNT)
               ELSE
                   SET REVIEW-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       FIND-REVIEW-ENTRY.
           MOVE 0 TO WS-REVIEW-FOUND.
           PERFORM CHECK-ONE-REVIEW-ENTRY
               VARYING WS-REVIEW-INDEX FROM 1 BY 1
               UNTIL WS-REVIEW-INDEX > WS-REVIEW-COUNT
                  OR WS-REVIEW-FOUND > 0.

       CHECK-ONE-REVIEW-ENTRY.
           IF WS-REVIEW-CUST-ID(WS-REVIEW-INDEX) = WS-SIDE-CUST-ID
               MOVE WS-REVIEW-INDEX TO WS-REVIEW-FOUND
           END-IF.

       OPEN-FILES.
           OPEN INPUT BALANCE-FILE.
           IF WS-BALANCE-STATUS NOT = "00"
               DISPLAY "Balance file not available - status "
                   WS-BALANCE-STATUS
               SET BALANCE-EOF TO TRUE
           END-IF.
           IF REVIEW-TABLE-FULL
               DISPLAY "Over 2000 accounts under review - nothing"
                   " refunded"
               SET BALANCE-EOF TO TRUE
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT ADDRESS-FILE.
           OPEN EXTEND FINANCIAL-TRAN-FILE.
           IF WS-FIN-STATUS NOT = "00"
               OPEN OUTPUT FINANCIAL-TRAN-FILE
           END-IF.
           OPEN EXTEND NOTES-FILE.
           IF WS-NOTES-STATUS NOT = "00"
               OPEN OUTPUT NOTES-FILE
           END-IF.
           OPEN OUTPUT PAYEE-FILE.
           OPEN OUTPUT REFUND-REGISTER-FILE.
           MOVE WS-REFUND-MINIMUM TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CREDIT REFUNDS - RUN DATE " WS-RUN-DATE
               " OVER " WS-AMOUNT-EDIT
               " IDLE " WS-IDLE-DAYS " DAYS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE REFUND-REGISTER-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE REFUND-REGISTER-RECORD FROM WS-REPORT-LINE.

       CONSIDER-ONE-BALANCE.
           IF BAL-CURRENT < 0
               COMPUTE WS-REFUND-AMOUNT = 0 - BAL-CURRENT
               IF WS-REFUND-AMOUNT > WS-REFUND-MINIMUM
                   PERFORM CONSIDER-ONE-CREDIT
               END-IF
           END-IF.

       CONSIDER-ONE-CREDIT.
           PERFORM LOOK-UP-CUSTOMER.
           IF BAL-LAST-POST-DATE IS NUMERIC
               AND BAL-LAST-POST-DATE NOT = 0
               COMPUTE WS-IDLE-AGE = WS-TODAY-INTEGER
                   - FUNCTION INTEGER-OF-DATE(BAL-LAST-POST-DATE)
           ELSE
               MOVE WS-IDLE-DAYS TO WS-IDLE-AGE
           END-IF.
           IF MASTER-FOUND AND CUST-ACTIVE
               AND WS-IDLE-AGE < WS-IDLE-DAYS
               CONTINUE
           ELSE
               PERFORM SCREEN-ONE-REFUND
           END-IF.
           *> An active account still trading keeps its credit -
           *> it will most likely be used against the next bill.

       SCREEN-ONE-REFUND.
           MOVE BAL-CUST-ID TO WS-SIDE-CUST-ID.
           PERFORM FIND-REVIEW-ENTRY.
           PERFORM LOOK-UP-ADDRESS.
           SET ACHK-NOT-RECENT TO TRUE.
           IF WS-REVIEW-FOUND = 0
               MOVE BAL-CUST-ID TO ACHK-CUST-ID
               CALL "AddressChangeCheck" USING ACHK-CALL-AREA
           END-IF.
           EVALUATE TRUE
               WHEN WS-REVIEW-FOUND > 0
                   MOVE WS-REVIEW-REASON(WS-REVIEW-FOUND)
                       TO WS-REVIEW-REASON-IN
                   PERFORM DESCRIBE-REVIEW-REASON
                   PERFORM LIST-FOR-REVIEW
               WHEN ACHK-RECENTLY-CHANGED
                   MOVE SPACES TO WS-REVIEW-TEXT
                   STRING "ADDRESS CHANGED " ACHK-CHANGE-DATE
                       DELIMITED BY SIZE INTO WS-REVIEW-TEXT
                   PERFORM LIST-FOR-REVIEW
               WHEN MASTER-NOT-FOUND
                   MOVE "NOT ON CUSTOMER MASTER" TO WS-REVIEW-TEXT
                   PERFORM LIST-FOR-REVIEW
               WHEN ADDRESS-NOT-FOUND
                   MOVE "NO ADDRESS ON FILE" TO WS-REVIEW-TEXT
                   PERFORM LIST-FOR-REVIEW
               WHEN OTHER
                   PERFORM ISSUE-ONE-REFUND
           END-EVALUATE.

       DESCRIBE-REVIEW-REASON.
           EVALUATE TRUE
               WHEN REVIEW-HELD-DEBIT
                   MOVE "DEBIT ON OVER-LIMIT HOLD" TO WS-REVIEW-TEXT
               WHEN REVIEW-SUSPENSE
                   MOVE "ITEM IN POSTING SUSPENSE" TO WS-REVIEW-TEXT
               WHEN OTHER
                   MOVE "REFUND ALREADY QUEUED" TO WS-REVIEW-TEXT
           END-EVALUATE.

       LOOK-UP-CUSTOMER.
           SET MASTER-NOT-FOUND TO TRUE.
           IF WS-CUSTOMER-STATUS = "00"
               MOVE BAL-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET MASTER-FOUND TO TRUE
               END-READ
           END-IF.

       LOOK-UP-ADDRESS.
           SET ADDRESS-NOT-FOUND TO TRUE.
           IF WS-ADDRESS-STATUS = "00"
               MOVE BAL-CUST-ID TO ADDR-CUST-ID
               READ ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ADDRESS-FOUND TO TRUE
               END-READ
           END-IF.

       ISSUE-ONE-REFUND.
           MOVE SPACES TO FIN-TRAN-RECORD.
           MOVE BAL-CUST-ID TO FIN-CUST-ID.
           MOVE "D" TO FIN-DC-CODE.
           MOVE WS-REFUND-AMOUNT TO FIN-AMOUNT.
           MOVE WS-RUN-DATE-YYMMDD TO FIN-TRAN-DATE.
           MOVE WS-REFUND-REFERENCE TO FIN-REFERENCE.
           MOVE "RF" TO FIN-TRAN-TYPE.
           WRITE FIN-TRAN-RECORD.
           MOVE BAL-CUST-ID TO PAYEE-CUST-ID.
           MOVE WS-REFUND-AMOUNT TO PAYEE-AMOUNT.
           MOVE CUST-NAME TO PAYEE-NAME.
           MOVE ADDR-LINE-1 TO PAYEE-LINE-1.
           MOVE ADDR-LINE-2 TO PAYEE-LINE-2.
           MOVE ADDR-CITY TO PAYEE-CITY.
           MOVE ADDR-POSTAL TO PAYEE-POSTAL.
           MOVE WS-REFUND-REFERENCE TO PAYEE-REFERENCE.
           WRITE PAYEE-RECORD.
           ADD 1 TO WS-REFUND-COUNT.
           ADD WS-REFUND-AMOUNT TO WS-REFUND-TOTAL.
           MOVE WS-REFUND-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "REFUNDED " BAL-CUST-ID " " CUST-NAME
               " " WS-AMOUNT-EDIT " " ADDR-CITY
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE REFUND-REGISTER-RECORD FROM WS-REPORT-LINE.
           MOVE BAL-CUST-ID TO NOTE-CUST-ID.
           MOVE WS-RUN-DATE TO NOTE-DATE.
           ACCEPT NOTE-TIME FROM TIME.
           MOVE "SYSTEM" TO NOTE-OPERATOR.
           MOVE SPACES TO NOTE-TEXT.
           STRING "CREDIT BALANCE REFUNDED " WS-AMOUNT-EDIT
               " REF " WS-REFUND-REFERENCE
               DELIMITED BY SIZE INTO NOTE-TEXT.
           WRITE CUSTOMER-NOTE-RECORD.
           *> The debit exactly cancels the credit, so tonight's
           *> posting leaves the account at zero.

       LIST-FOR-REVIEW.
           ADD 1 TO WS-REVIEW-LISTED.
           ADD WS-REFUND-AMOUNT TO WS-REVIEW-LISTED-TOTAL.
           MOVE WS-REFUND-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "REVIEW   " BAL-CUST-ID
               " " WS-AMOUNT-EDIT
               " " WS-REVIEW-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE REFUND-REGISTER-RECORD FROM WS-REPORT-LINE.

       WRITE-REFUND-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE REFUND-REGISTER-RECORD FROM WS-REPORT-LINE.
           MOVE WS-REFUND-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "REFUNDED " WS-REFUND-COUNT
               " TOTAL " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE REFUND-REGISTER-RECORD FROM WS-REPORT-LINE.
           MOVE WS-REVIEW-LISTED-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "REVIEW   " WS-REVIEW-LISTED
               " TOTAL " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE REFUND-REGISTER-RECORD FROM WS-REPORT-LINE.

       CLOSE-FILES.
           IF WS-BALANCE-STATUS = "00" OR WS-BALANCE-STATUS = "10"
               CLOSE BALANCE-FILE
           END-IF.
           IF WS-CUSTOMER-STATUS = "00"
               CLOSE CUSTOMER-FILE
           END-IF.
           IF WS-ADDRESS-STATUS = "00"
               CLOSE ADDRESS-FILE
           END-IF.
           CLOSE FINANCIAL-TRAN-FILE.
           CLOSE NOTES-FILE.
           CLOSE PAYEE-FILE.
           CLOSE REFUND-REGISTER-FILE.

       WRITE-OPERATOR-ALERT.
           MOVE "CreditRefund" TO ALERT-PROGRAM-NAME.
           MOVE RETURN-CODE TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-FILE-STATUSES.
           STRING "BAL=" WS-BALANCE-STATUS
               " REVIEW=" WS-REVIEW-COUNT
               DELIMITED BY SIZE INTO ALERT-FILE-STATUSES.
           MOVE "CHECK CUSTBALF AND HOLD QUEUES - RERUN"
               TO ALERT-ACTION-TEXT.
           CALL "AlertWriter" USING ALERT-CALL-AREA.
