       IDENTIFICATION DIVISION.
       PROGRAM-ID. LateFeeAssess.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STMT-HISTORY-FILE ASSIGN TO "STMTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHST-KEY
               FILE STATUS IS WS-STMT-HIST-STATUS.
           *> Walked in key order every night. A statement still
           *> open whose due date passed before tonight is judged
           *> once - met or missed - and rewritten with what was
           *> paid, so a rerun finds nothing left to judge.

           SELECT POSTING-HISTORY-FILE ASSIGN TO "POSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           *> The credits posted against each statement - anything
           *> dated after the statement date up to and including
           *> the due date counts towards the minimum. A write-off
           *> credit is not a payment and does not count.

           SELECT BALANCE-FILE ASSIGN TO "CUSTBALF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-CUST-ID
               FILE STATUS IS WS-BALANCE-STATUS.
           *> Read-only - a written-off account is judged for the
           *> record but never charged.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.
           *> Supplies CUST-CAT - the late fee is per category.

           SELECT RATE-FILE ASSIGN TO "CATRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-CAT-CODE
               FILE STATUS IS WS-RATE-STATUS.
           *> RATE-LATE-FEE on the category's rate row. No row, or a
           *> zero fee, still records the miss for the ladder.

           SELECT FINANCIAL-TRAN-FILE ASSIGN TO "CUSTFIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIN-STATUS.
           *> Extended with one LF debit per fee for the posting run,
           *> the same road FinanceCharge's charges take.

           SELECT NOTES-FILE ASSIGN TO "CUSTNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTES-STATUS.
           *> A SYSTEM note per missed minimum, so the phone desk
           *> knows why the fee is there before the customer asks.

           SELECT LATE-FEE-REPORT-FILE ASSIGN TO "LATEFEER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           *> One line per statement judged tonight, then totals.

       DATA DIVISION.
       FILE SECTION.
       FD  STMT-HISTORY-FILE.
           COPY CUSTSTH.

       FD  POSTING-HISTORY-FILE.
           COPY POSTHST.

       FD  BALANCE-FILE.
           COPY CUSTBAL.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  RATE-FILE.
           COPY CATRATE.

       FD  FINANCIAL-TRAN-FILE.
           COPY CUSTFIN.

       FD  NOTES-FILE.
           COPY CUSTNOT.

       FD  LATE-FEE-REPORT-FILE.
       01  LATE-FEE-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STMT-HIST-STATUS     PIC X(02) VALUE "00".
       01 WS-HISTORY-STATUS       PIC X(02) VALUE "00".
       01 WS-BALANCE-STATUS       PIC X(02) VALUE "00".
       01 WS-CUSTOMER-STATUS      PIC X(02) VALUE "00".
       01 WS-RATE-STATUS          PIC X(02) VALUE "00".
       01 WS-FIN-STATUS           PIC X(02) VALUE "00".
       01 WS-NOTES-STATUS         PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS        PIC X(02) VALUE "00".

       01 WS-STMT-EOF-SWITCH      PIC X(01) VALUE "N".
       88 STMT-EOF                VALUE "Y".
       88 STMT-NOT-EOF            VALUE "N".
       01 WS-HISTORY-EOF-SWITCH   PIC X(01) VALUE "N".
       88 HISTORY-EOF             VALUE "Y".
       88 HISTORY-NOT-EOF         VALUE "N".
       01 WS-WRITTEN-OFF-SWITCH   PIC X(01).
       88 ACCOUNT-WRITTEN-OFF     VALUE "Y".
       88 ACCOUNT-ON-BOOKS        VALUE "N".

       01 WS-RUN-DATE             PIC 9(08).
       01 WS-RUN-DATE-YYMMDD      PIC 9(06).
       01 WS-DATE-INTEGER         PIC 9(08).
       01 WS-CREDIT-FLOOR         PIC 9(08).
       01 WS-STAMP-TIME           PIC 9(08).
       01 WS-FEE-REFERENCE        PIC X(12).

       01 WS-CREDIT-TABLE.
           05 WS-CREDIT-ENTRY OCCURS 5000 TIMES.
               10 WS-CE-CUST-ID   PIC 9(10).
               10 WS-CE-POST-DATE PIC 9(08).
               10 WS-CE-AMOUNT    PIC 9(07)V99.
       01 WS-CREDIT-COUNT         PIC 9(04) VALUE 0.
       01 WS-CREDIT-INDEX         PIC 9(04).
       01 WS-CREDIT-OVERFLOW      PIC 9(06) VALUE 0.
       *> POSTHIST credits from the last 120 days, loaded once and
       *> scanned per statement. A full table would leave payments
       *> uncounted and charge fees that are not owed, so an
       *> overflow judges nothing tonight and stops the night for
       *> a look.

       01 WS-PAID-AMOUNT          PIC 9(09)V99.
       01 WS-FEE-AMOUNT           PIC 9(05)V99.
       01 WS-SHORTFALL            PIC 9(09)V99.

       01 WS-MET-COUNT            PIC 9(06) VALUE 0.
       01 WS-MISSED-COUNT         PIC 9(06) VALUE 0.
       01 WS-FEE-COUNT            PIC 9(06) VALUE 0.
       01 WS-FEE-TOTAL            PIC 9(09)V99 VALUE 0.
       01 WS-OPEN-COUNT           PIC 9(06) VALUE 0.

       01 WS-REPORT-LINE          PIC X(80).
       01 WS-AMOUNT-EDIT          PIC Z(06)9.99.
       01 WS-PAID-EDIT            PIC Z(06)9.99.
       01 WS-FEE-EDIT             PIC Z(04)9.99.
       01 WS-TOTAL-EDIT           PIC Z(08)9.99.

       COPY DSPTLNK.

       COPY ALERTLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Late Fee Assessment Start ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(3:6) TO WS-RUN-DATE-YYMMDD.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 120.
           COMPUTE WS-CREDIT-FLOOR =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           PERFORM LOAD-RECENT-CREDITS.
           PERFORM OPEN-FILES.
           IF WS-CREDIT-OVERFLOW > 0
               DISPLAY "Credit table full - " WS-CREDIT-OVERFLOW
                   " credits not loaded - nothing judged"
               SET STMT-EOF TO TRUE
           END-IF.
           PERFORM UNTIL STMT-EOF
               READ STMT-HISTORY-FILE NEXT RECORD
                   AT END
                       SET STMT-EOF TO TRUE
                   NOT AT END
                       PERFORM CONSIDER-ONE-STATEMENT
               END-READ
           END-PERFORM.
           PERFORM WRITE-LATE-FEE-TOTALS.
           PERFORM CLOSE-FILES.
           DISPLAY "Met: " WS-MET-COUNT
               " Missed: " WS-MISSED-COUNT
               " Fees: " WS-FEE-COUNT
               " Still open: " WS-OPEN-COUNT.
           DISPLAY "=== Late Fee Assessment End ===".
           EVALUATE TRUE
               WHEN WS-STMT-HIST-STATUS NOT = "00"
                   AND WS-STMT-HIST-STATUS NOT = "10"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CREDIT-OVERFLOW > 0
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE >= 8
               PERFORM WRITE-OPERATOR-ALERT
           END-IF.
           STOP RUN.

       LOAD-RECENT-CREDITS.
           OPEN INPUT POSTING-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "No posting history on file - no payments"
                   " can be counted"
               SET HISTORY-EOF TO TRUE
           END-IF.
           PERFORM UNTIL HISTORY-EOF
               READ POSTING-HISTORY-FILE
                   AT END
                       SET HISTORY-EOF TO TRUE
                   NOT AT END
                       PERFORM CONSIDER-ONE-HISTORY-ENTRY
               END-READ
           END-PERFORM.
           IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "10"
               CLOSE POSTING-HISTORY-FILE
           END-IF.

       CONSIDER-ONE-HISTORY-ENTRY.
           IF PHIST-CREDIT
               AND PHIST-POST-DATE > WS-CREDIT-FLOOR
               AND PHIST-TRAN-TYPE NOT = "WO"
               IF WS-CREDIT-COUNT < 5000
                   ADD 1 TO WS-CREDIT-COUNT
                   MOVE PHIST-CUST-ID
                       TO WS-CE-CUST-ID(WS-CREDIT-COUNT)
                   MOVE PHIST-POST-DATE
                       TO WS-CE-POST-DATE(WS-CREDIT-COUNT)
                   MOVE PHIST-AMOUNT
                       TO WS-CE-AMOUNT(WS-CREDIT-COUNT)
               ELSE
                   ADD 1 TO WS-CREDIT-OVERFLOW
               END-IF
           END-IF.

       OPEN-FILES.
           OPEN I-O STMT-HISTORY-FILE.
           IF WS-STMT-HIST-STATUS = "35"
               DISPLAY "No statement history yet - nothing to judge"
               MOVE "00" TO WS-STMT-HIST-STATUS
               SET STMT-EOF TO TRUE
           ELSE
               IF WS-STMT-HIST-STATUS NOT = "00"
                   DISPLAY "Statement history not available - status "
                       WS-STMT-HIST-STATUS
                   SET STMT-EOF TO TRUE
               END-IF
           END-IF.
           *> No STMTHIST (35) is a shop whose first cycle statement
           *> has not yet gone out.
           OPEN INPUT BALANCE-FILE.
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
           OPEN OUTPUT LATE-FEE-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "LATE FEE ASSESSMENT - RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE LATE-FEE-REPORT-RECORD FROM WS-REPORT-LINE.

       CONSIDER-ONE-STATEMENT.
           IF SHST-OPEN
               IF SHST-DUE-DATE < WS-RUN-DATE
                   PERFORM JUDGE-ONE-STATEMENT
               ELSE
                   ADD 1 TO WS-OPEN-COUNT
               END-IF
           END-IF.
           *> Payments made on the due date itself count - the
           *> minimum is judged the night after.

       JUDGE-ONE-STATEMENT.
           MOVE 0 TO WS-PAID-AMOUNT.
           PERFORM ADD-ONE-CREDIT
               VARYING WS-CREDIT-INDEX FROM 1 BY 1
               UNTIL WS-CREDIT-INDEX > WS-CREDIT-COUNT.
           IF WS-PAID-AMOUNT > 9999999.99
               MOVE 9999999.99 TO SHST-PAID-AMOUNT
           ELSE
               MOVE WS-PAID-AMOUNT TO SHST-PAID-AMOUNT
           END-IF.
           MOVE 0 TO WS-SHORTFALL.
           IF SHST-MIN-DUE > WS-PAID-AMOUNT
               COMPUTE WS-SHORTFALL = SHST-MIN-DUE - WS-PAID-AMOUNT
               MOVE SHST-CUST-ID TO DSPT-CUST-ID
               CALL "DisputedAmount" USING DSPT-CALL-AREA
               IF DSPT-OPEN-AMOUNT >= WS-SHORTFALL
                   MOVE 0 TO WS-SHORTFALL
               END-IF
           END-IF.
           MOVE WS-RUN-DATE TO SHST-DECIDED-DATE.
           IF WS-SHORTFALL = 0
               SET SHST-MET TO TRUE
               MOVE 0 TO SHST-LATE-FEE
               ADD 1 TO WS-MET-COUNT
           ELSE
               SET SHST-MISSED TO TRUE
               ADD 1 TO WS-MISSED-COUNT
               PERFORM ASSESS-LATE-FEE
           END-IF.
           REWRITE STATEMENT-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "Statement not rewritten for "
                       SHST-CUST-ID " " SHST-STMT-DATE
           END-REWRITE.
           PERFORM REPORT-ONE-STATEMENT.
           *> Money the customer is disputing is not theirs to pay
           *> until the dispute is settled - a shortfall the open
           *> disputes cover is no miss.

       ADD-ONE-CREDIT.
           IF WS-CE-CUST-ID(WS-CREDIT-INDEX) = SHST-CUST-ID
               AND WS-CE-POST-DATE(WS-CREDIT-INDEX) > SHST-STMT-DATE
               AND WS-CE-POST-DATE(WS-CREDIT-INDEX) <= SHST-DUE-DATE
               ADD WS-CE-AMOUNT(WS-CREDIT-INDEX) TO WS-PAID-AMOUNT
           END-IF.

       ASSESS-LATE-FEE.
           MOVE 0 TO WS-FEE-AMOUNT.
           SET ACCOUNT-ON-BOOKS TO TRUE.
           MOVE SHST-CUST-ID TO BAL-CUST-ID.
           READ BALANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DELINQ-WRITTEN-OFF
                       SET ACCOUNT-WRITTEN-OFF TO TRUE
                   END-IF
           END-READ.
           IF ACCOUNT-ON-BOOKS
               PERFORM LOOK-UP-LATE-FEE
           END-IF.
           MOVE WS-FEE-AMOUNT TO SHST-LATE-FEE.
           IF WS-FEE-AMOUNT > 0
               PERFORM EMIT-LATE-FEE
           END-IF.
           PERFORM APPEND-MISSED-NOTE.

       LOOK-UP-LATE-FEE.
           MOVE SHST-CUST-ID TO CUST-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CUST-CAT TO RATE-CAT-CODE
                   READ RATE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE RATE-LATE-FEE TO WS-FEE-AMOUNT
                   END-READ
           END-READ.

       EMIT-LATE-FEE.
           MOVE SPACES TO WS-FEE-REFERENCE.
           STRING "LATE" SHST-STMT-DATE
               DELIMITED BY SIZE INTO WS-FEE-REFERENCE.
           MOVE SPACES TO FIN-TRAN-RECORD.
           MOVE SHST-CUST-ID TO FIN-CUST-ID.
           MOVE "D" TO FIN-DC-CODE.
           MOVE WS-FEE-AMOUNT TO FIN-AMOUNT.
           MOVE WS-RUN-DATE-YYMMDD TO FIN-TRAN-DATE.
           MOVE WS-FEE-REFERENCE TO FIN-REFERENCE.
           MOVE "LF" TO FIN-TRAN-TYPE.
           WRITE FIN-TRAN-RECORD.
           ADD 1 TO WS-FEE-COUNT.
           ADD WS-FEE-AMOUNT TO WS-FEE-TOTAL.
           *> The reference names the statement the fee is for, so
           *> the history and the statement line tie back to it.

       APPEND-MISSED-NOTE.
           MOVE SHST-CUST-ID TO NOTE-CUST-ID.
           MOVE WS-RUN-DATE TO NOTE-DATE.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE WS-STAMP-TIME TO NOTE-TIME.
           MOVE "SYSTEM" TO NOTE-OPERATOR.
           MOVE SHST-MIN-DUE TO WS-AMOUNT-EDIT.
           MOVE WS-FEE-AMOUNT TO WS-FEE-EDIT.
           MOVE SPACES TO NOTE-TEXT.
           STRING "MINIMUM " WS-AMOUNT-EDIT
               " DUE " SHST-DUE-DATE
               " NOT MET - FEE " WS-FEE-EDIT
               DELIMITED BY SIZE INTO NOTE-TEXT.
           WRITE CUSTOMER-NOTE-RECORD.

       REPORT-ONE-STATEMENT.
           MOVE SHST-MIN-DUE TO WS-AMOUNT-EDIT.
           MOVE SHST-PAID-AMOUNT TO WS-PAID-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           IF SHST-MET
               STRING "MET    " SHST-CUST-ID
                   " STMT " SHST-STMT-DATE
                   " MIN " WS-AMOUNT-EDIT
                   " PAID " WS-PAID-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               MOVE SHST-LATE-FEE TO WS-FEE-EDIT
               STRING "MISSED " SHST-CUST-ID
                   " STMT " SHST-STMT-DATE
                   " MIN " WS-AMOUNT-EDIT
                   " PAID " WS-PAID-EDIT
                   " FEE " WS-FEE-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               IF ACCOUNT-WRITTEN-OFF
                   MOVE "W/O" TO WS-REPORT-LINE(78:3)
               END-IF
           END-IF.
           WRITE LATE-FEE-REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-LATE-FEE-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE LATE-FEE-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-FEE-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "MET " WS-MET-COUNT
               " MISSED " WS-MISSED-COUNT
               " FEES " WS-FEE-COUNT
               " TOTAL " WS-TOTAL-EDIT
               " OPEN " WS-OPEN-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE LATE-FEE-REPORT-RECORD FROM WS-REPORT-LINE.
           IF WS-CREDIT-OVERFLOW > 0
               MOVE "*** CREDIT TABLE FULL - NOTHING JUDGED ***"
                   TO WS-REPORT-LINE
               WRITE LATE-FEE-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       CLOSE-FILES.
           IF WS-STMT-HIST-STATUS = "00" OR WS-STMT-HIST-STATUS = "10"
               CLOSE STMT-HISTORY-FILE
           END-IF.
           IF WS-BALANCE-STATUS = "00" OR WS-BALANCE-STATUS = "23"
               CLOSE BALANCE-FILE
           END-IF.
           IF WS-CUSTOMER-STATUS = "00" OR WS-CUSTOMER-STATUS = "23"
               CLOSE CUSTOMER-FILE
           END-IF.
           IF WS-RATE-STATUS = "00" OR WS-RATE-STATUS = "23"
               CLOSE RATE-FILE
           END-IF.
           CLOSE FINANCIAL-TRAN-FILE.
           CLOSE NOTES-FILE.
           CLOSE LATE-FEE-REPORT-FILE.

       WRITE-OPERATOR-ALERT.
           MOVE "LateFeeAssess" TO ALERT-PROGRAM-NAME.
           MOVE RETURN-CODE TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-FILE-STATUSES.
           STRING "STMH=" WS-STMT-HIST-STATUS
               " HIST=" WS-HISTORY-STATUS
               DELIMITED BY SIZE INTO ALERT-FILE-STATUSES.
           MOVE "CHECK STMTHIST AND POSTHIST THEN RERUN"
               TO ALERT-ACTION-TEXT.
           CALL "AlertWriter" USING ALERT-CALL-AREA.
