       IDENTIFICATION DIVISION.
       PROGRAM-ID. OfficerPortfolio.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.
           *> Walked once in key order to put every active customer
           *> still without an officer into a portfolio, then read
           *> by key as each portfolio prints.

           SELECT OFFICER-FILE ASSIGN TO "CUSTOFC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFC-CUST-ID
               ALTERNATE RECORD KEY IS OFC-OFFICER
                   WITH DUPLICATES
               FILE STATUS IS WS-OFFICER-STATUS.
           *> Who owns which customer. Read back on the officer key,
           *> so each officer's accounts come out together.

           SELECT DEFAULT-FILE ASSIGN TO "OFCDFLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEFAULT-STATUS.
           *> Default officer per category for new customers - one
           *> line per category, the CATLIMIT pattern. A category
           *> with no line leaves its new customers unassigned, and
           *> listed so somebody picks an officer for them.

           SELECT BALANCE-FILE ASSIGN TO "CUSTBALF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-CUST-ID
               FILE STATUS IS WS-BALANCE-STATUS.
           *> Balance and the delinquency ladder ReceivablesAging
           *> keeps on BAL-DELINQ-STATUS.

           SELECT POSTING-HISTORY-FILE ASSIGN TO "POSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           *> Read through once for each customer's last payment -
           *> any credit but a write-off, the same test LateFeeAssess
           *> counts a payment by.

           SELECT HOLD-QUEUE-FILE ASSIGN TO "CUSTHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           *> Debits waiting on the over-limit queue - counted and
           *> added up per customer. Read only; HoldRelease owns it.

           SELECT NOTES-FILE ASSIGN TO "CUSTNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTES-STATUS.
           *> Contact history - anything added since yesterday
           *> prints under the account, so the officer sees what
           *> happened overnight on their own customers.

           SELECT PORTFOLIO-HISTORY-FILE ASSIGN TO "OFCHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFH-KEY
               FILE STATUS IS WS-PORT-HIST-STATUS.
           *> One row per officer per month, rewritten every morning
           *> of the month - the last morning's figures stand as the
           *> month's, and next month compares against them.

           SELECT PORTFOLIO-REPORT-FILE ASSIGN TO DYNAMIC
               WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           *> Run-date-stamped generation (OFCPORT.CCYYMMDD) named
           *> by ReportDater - one section per officer, then the
           *> summary across them all.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  OFFICER-FILE.
           COPY CUSTOFC.

       FD  DEFAULT-FILE.
       01  DEFAULT-OFFICER-RECORD.
           05 DFL-CAT-CODE        PIC 9(02).
           05 DFL-OFFICER         PIC X(08).

       FD  BALANCE-FILE.
           COPY CUSTBAL.

       FD  POSTING-HISTORY-FILE.
           COPY POSTHST.

       FD  HOLD-QUEUE-FILE.
           COPY CUSTHLD.

       FD  NOTES-FILE.
           COPY CUSTNOT.

       FD  PORTFOLIO-HISTORY-FILE.
       01  PORTFOLIO-HISTORY-RECORD.
           05 OFH-KEY.
               10 OFH-OFFICER     PIC X(08).
               10 OFH-MONTH       PIC 9(06).
           05 OFH-ACCOUNTS        PIC 9(06).
           05 OFH-BALANCE         PIC S9(11)V99.
           05 OFH-DELINQ-COUNT    PIC 9(06).
           05 OFH-DELINQ-BALANCE  PIC S9(11)V99.
           05 OFH-RUN-DATE        PIC 9(08).
           *> Delinquent means late, seriously late, or in
           *> collections - written-off accounts have left the
           *> ladder and are not counted.

       FD  PORTFOLIO-REPORT-FILE.
       01  PORTFOLIO-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-STATUS      PIC X(02) VALUE "00".
       01 WS-OFFICER-STATUS       PIC X(02) VALUE "00".
       01 WS-DEFAULT-STATUS       PIC X(02) VALUE "00".
       01 WS-BALANCE-STATUS       PIC X(02) VALUE "00".
       01 WS-HISTORY-STATUS       PIC X(02) VALUE "00".
       01 WS-HOLD-STATUS          PIC X(02) VALUE "00".
       01 WS-NOTES-STATUS         PIC X(02) VALUE "00".
       01 WS-PORT-HIST-STATUS     PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS        PIC X(02) VALUE "00".

       01 WS-FILE-EOF-SWITCH      PIC X(01) VALUE "N".
       88 FILE-EOF                VALUE "Y".
       88 FILE-NOT-EOF            VALUE "N".
       01 WS-BALANCE-FOUND-SWITCH PIC X(01).
       88 BALANCE-FOUND           VALUE "Y".
       88 BALANCE-NOT-FOUND       VALUE "N".

       01 WS-RUN-DATE             PIC 9(08).
       01 WS-RUN-INTEGER          PIC 9(08).
       01 WS-YESTERDAY            PIC 9(08).
       01 WS-THIS-MONTH           PIC 9(06).
       01 WS-LAST-MONTH           PIC 9(06).
       01 WS-REPORT-NAME          PIC X(17).

       01 WS-DEFAULT-TABLE.
           05 WS-DEFAULT-OFFICER  OCCURS 100 TIMES PIC X(08).
       *> Indexed by category code + 1, the CategoryExposure
       *> spread. Spaces means no default for the category.

       01 WS-PAYMENT-TABLE.
           05 WS-PAYMENT-ENTRY OCCURS 5000 TIMES.
               10 WS-PAY-CUST-ID  PIC 9(10).
               10 WS-PAY-DATE     PIC 9(08).
       01 WS-PAYMENT-COUNT        PIC 9(04) VALUE 0.
       01 WS-PAYMENT-INDEX        PIC 9(04).
       01 WS-PAYMENT-FOUND        PIC 9(04).
       01 WS-PAYMENT-OVERFLOW     PIC 9(06) VALUE 0.
       *> Each customer's latest payment date. A customer past
       *> the table prints with no last payment, and the run
       *> ends rc=4 so the table gets made bigger.

       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 500 TIMES.
               10 WS-HLD-CUST-ID  PIC 9(10).
               10 WS-HLD-COUNT    PIC 9(04).
               10 WS-HLD-AMOUNT   PIC 9(09)V99.
       01 WS-HOLD-COUNT           PIC 9(03) VALUE 0.
       01 WS-HOLD-INDEX           PIC 9(03).
       01 WS-HOLD-FOUND           PIC 9(03).
       01 WS-HOLD-OVERFLOW        PIC 9(06) VALUE 0.
       COPY CUSTFIN.
       *> A held item's image, laid out to find whose it is.

       01 WS-NOTE-TABLE.
           05 WS-NOTE-ENTRY OCCURS 2000 TIMES.
               10 WS-NTE-CUST-ID  PIC 9(10).
               10 WS-NTE-DATE     PIC 9(08).
               10 WS-NTE-OPERATOR PIC X(08).
               10 WS-NTE-TEXT     PIC X(60).
       01 WS-NOTE-COUNT           PIC 9(04) VALUE 0.
       01 WS-NOTE-INDEX           PIC 9(04).
       01 WS-NOTE-OVERFLOW        PIC 9(06) VALUE 0.

       01 WS-UNASSIGNED-TABLE.
           05 WS-UNASSIGNED-ID    OCCURS 500 TIMES PIC 9(10).
       01 WS-UNASSIGNED-COUNT     PIC 9(06) VALUE 0.
       01 WS-UNASSIGNED-INDEX     PIC 9(06).
       01 WS-DEFAULTED-COUNT      PIC 9(06) VALUE 0.

       01 WS-CURRENT-OFFICER      PIC X(08) VALUE SPACES.
       01 WS-OFFICER-TOTALS.
           05 WS-OFT-ACCOUNTS     PIC 9(06).
           05 WS-OFT-BALANCE      PIC S9(11)V99.
           05 WS-OFT-DELINQ-COUNT PIC 9(06).
           05 WS-OFT-DELINQ-BALANCE PIC S9(11)V99.
           05 WS-OFT-HOLD-COUNT   PIC 9(06).
       01 WS-PRIOR-DELINQ-COUNT   PIC 9(06).
       01 WS-PRIOR-DELINQ-BALANCE PIC S9(11)V99.
       01 WS-PRIOR-FOUND-SWITCH   PIC X(01).
       88 PRIOR-MONTH-FOUND       VALUE "Y".
       88 PRIOR-MONTH-MISSING     VALUE "N".
       01 WS-DELINQ-CHANGE        PIC S9(11)V99.
       01 WS-COUNT-CHANGE         PIC S9(06).

       01 WS-SUMMARY-TABLE.
           05 WS-SUMMARY-ENTRY OCCURS 100 TIMES.
               10 WS-SUM-OFFICER  PIC X(08).
               10 WS-SUM-ACCOUNTS PIC 9(06).
               10 WS-SUM-BALANCE  PIC S9(11)V99.
               10 WS-SUM-DELINQ-COUNT PIC 9(06).
               10 WS-SUM-DELINQ-BALANCE PIC S9(11)V99.
               10 WS-SUM-PRIOR-SWITCH PIC X(01).
               10 WS-SUM-PRIOR-COUNT PIC 9(06).
               10 WS-SUM-PRIOR-BALANCE PIC S9(11)V99.
       01 WS-SUMMARY-COUNT        PIC 9(03) VALUE 0.
       01 WS-SUMMARY-INDEX        PIC 9(03).
       01 WS-SUMMARY-OVERFLOW     PIC 9(04) VALUE 0.
       *> Each officer's totals as the portfolio closed, for the
       *> summary printed after the last one.

       01 WS-ACCOUNT-COUNT        PIC 9(06) VALUE 0.
       01 WS-OFFICER-COUNT        PIC 9(04) VALUE 0.
       01 WS-DAYS-SINCE-PAY       PIC 9(05).
       01 WS-DAYS-TEXT            PIC X(05).

       01 WS-REPORT-LINE          PIC X(100).
       01 WS-BALANCE-EDIT         PIC Z(06)9.99-.
       01 WS-AMOUNT-EDIT          PIC Z(06)9.99.
       01 WS-TOTAL-EDIT           PIC Z(10)9.99-.
       01 WS-PRIOR-EDIT           PIC Z(10)9.99-.
       01 WS-CHANGE-EDIT          PIC Z(10)9.99-.
       01 WS-COUNT-EDIT           PIC Z(05)9-.
       01 WS-DAYS-EDIT            PIC Z(04)9.

       COPY RPTGLNK.

       COPY ALERTLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Officer Portfolio Start ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-YESTERDAY =
               FUNCTION DATE-OF-INTEGER(WS-RUN-INTEGER - 1).
           COMPUTE WS-THIS-MONTH = WS-RUN-DATE / 100.
           IF FUNCTION MOD(WS-THIS-MONTH, 100) = 1
               COMPUTE WS-LAST-MONTH = WS-THIS-MONTH - 89
           ELSE
               COMPUTE WS-LAST-MONTH = WS-THIS-MONTH - 1
           END-IF.
           *> January steps back to December of the year before.
           PERFORM LOAD-DEFAULT-OFFICERS.
           PERFORM LOAD-LAST-PAYMENTS.
           PERFORM LOAD-HOLD-QUEUE.
           PERFORM LOAD-RECENT-NOTES.
           PERFORM NAME-REPORT-GENERATION.
           PERFORM OPEN-FILES.
           IF WS-CUSTOMER-STATUS = "00"
               AND WS-OFFICER-STATUS = "00"
               PERFORM ASSIGN-DEFAULT-OFFICERS
               PERFORM PRINT-PORTFOLIOS
           END-IF.
           PERFORM PRINT-OFFICER-SUMMARY.
           PERFORM PRINT-UNASSIGNED.
           PERFORM CLOSE-FILES.
           DISPLAY "Officers: " WS-OFFICER-COUNT
               " accounts: " WS-ACCOUNT-COUNT
               " defaulted tonight: " WS-DEFAULTED-COUNT
               " unassigned: " WS-UNASSIGNED-COUNT.
           DISPLAY "=== Officer Portfolio End ===".
           EVALUATE TRUE
               WHEN WS-CUSTOMER-STATUS NOT = "00"
                   AND WS-CUSTOMER-STATUS NOT = "10"
                   AND WS-CUSTOMER-STATUS NOT = "23"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-OFFICER-STATUS NOT = "00"
                   AND WS-OFFICER-STATUS NOT = "10"
                   AND WS-OFFICER-STATUS NOT = "23"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNASSIGNED-COUNT > 0
                   OR WS-PAYMENT-OVERFLOW > 0
                   OR WS-HOLD-OVERFLOW > 0
                   OR WS-NOTE-OVERFLOW > 0
                   OR WS-SUMMARY-OVERFLOW > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE >= 8
               PERFORM WRITE-OPERATOR-ALERT
           END-IF.
           STOP RUN.

       LOAD-DEFAULT-OFFICERS.
           MOVE SPACES TO WS-DEFAULT-TABLE.
           SET FILE-NOT-EOF TO TRUE.
           OPEN INPUT DEFAULT-FILE.
           IF WS-DEFAULT-STATUS NOT = "00"
               SET FILE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL FILE-EOF
               READ DEFAULT-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       IF DFL-CAT-CODE IS NUMERIC
                           MOVE DFL-OFFICER
                               TO WS-DEFAULT-OFFICER(DFL-CAT-CODE + 1)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-DEFAULT-STATUS = "00" OR WS-DEFAULT-STATUS = "10"
               CLOSE DEFAULT-FILE
           END-IF.

       LOAD-LAST-PAYMENTS.
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
                       IF PHIST-CREDIT AND PHIST-TRAN-TYPE NOT = "WO"
                           PERFORM NOTE-ONE-PAYMENT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "10"
               CLOSE POSTING-HISTORY-FILE
           END-IF.
           *> No POSTHIST just means no payment is known - every
           *> account prints with its last payment blank.

       NOTE-ONE-PAYMENT.
           MOVE PHIST-CUST-ID TO BAL-CUST-ID.
           PERFORM FIND-PAYMENT-ROW.
           IF WS-PAYMENT-FOUND = 0
               IF WS-PAYMENT-COUNT < 5000
                   ADD 1 TO WS-PAYMENT-COUNT
                   MOVE PHIST-CUST-ID
                       TO WS-PAY-CUST-ID(WS-PAYMENT-COUNT)
                   MOVE PHIST-POST-DATE
                       TO WS-PAY-DATE(WS-PAYMENT-COUNT)
               ELSE
                   ADD 1 TO WS-PAYMENT-OVERFLOW
               END-IF
           ELSE
               IF PHIST-POST-DATE > WS-PAY-DATE(WS-PAYMENT-FOUND)
                   MOVE PHIST-POST-DATE
                       TO WS-PAY-DATE(WS-PAYMENT-FOUND)
               END-IF
           END-IF.

       FIND-PAYMENT-ROW.
           MOVE 0 TO WS-PAYMENT-FOUND.
           PERFORM CHECK-ONE-PAYMENT-ROW
               VARYING WS-PAYMENT-INDEX FROM 1 BY 1
               UNTIL WS-PAYMENT-INDEX > WS-PAYMENT-COUNT
                  OR WS-PAYMENT-FOUND > 0.

       CHECK-ONE-PAYMENT-ROW.
           IF WS-PAY-CUST-ID(WS-PAYMENT-INDEX) = BAL-CUST-ID
               MOVE WS-PAYMENT-INDEX TO WS-PAYMENT-FOUND
           END-IF.

       LOAD-HOLD-QUEUE.
           SET FILE-NOT-EOF TO TRUE.
           OPEN INPUT HOLD-QUEUE-FILE.
           IF WS-HOLD-STATUS NOT = "00"
               SET FILE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL FILE-EOF
               READ HOLD-QUEUE-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       MOVE HOLD-FIN-IMAGE TO FIN-TRAN-RECORD
                       PERFORM NOTE-ONE-HOLD
               END-READ
           END-PERFORM.
           IF WS-HOLD-STATUS = "00" OR WS-HOLD-STATUS = "10"
               CLOSE HOLD-QUEUE-FILE
           END-IF.

       NOTE-ONE-HOLD.
           MOVE FIN-CUST-ID TO BAL-CUST-ID.
           PERFORM FIND-HOLD-ROW.
           IF WS-HOLD-FOUND = 0
               IF WS-HOLD-COUNT < 500
                   ADD 1 TO WS-HOLD-COUNT
                   MOVE WS-HOLD-COUNT TO WS-HOLD-FOUND
                   MOVE FIN-CUST-ID TO WS-HLD-CUST-ID(WS-HOLD-FOUND)
                   MOVE 0 TO WS-HLD-COUNT(WS-HOLD-FOUND)
                   MOVE 0 TO WS-HLD-AMOUNT(WS-HOLD-FOUND)
               ELSE
                   ADD 1 TO WS-HOLD-OVERFLOW
               END-IF
           END-IF.
           IF WS-HOLD-FOUND > 0
               ADD 1 TO WS-HLD-COUNT(WS-HOLD-FOUND)
               ADD FIN-AMOUNT TO WS-HLD-AMOUNT(WS-HOLD-FOUND)
           END-IF.
           *> Amounts as punched - a foreign-currency hold adds in
           *> its own units, the way the queue itself carries it.

       FIND-HOLD-ROW.
           MOVE 0 TO WS-HOLD-FOUND.
           PERFORM CHECK-ONE-HOLD-ROW
               VARYING WS-HOLD-INDEX FROM 1 BY 1
               UNTIL WS-HOLD-INDEX > WS-HOLD-COUNT
                  OR WS-HOLD-FOUND > 0.

       CHECK-ONE-HOLD-ROW.
           IF WS-HLD-CUST-ID(WS-HOLD-INDEX) = BAL-CUST-ID
               MOVE WS-HOLD-INDEX TO WS-HOLD-FOUND
           END-IF.

       LOAD-RECENT-NOTES.
           SET FILE-NOT-EOF TO TRUE.
           OPEN INPUT NOTES-FILE.
           IF WS-NOTES-STATUS NOT = "00"
               SET FILE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL FILE-EOF
               READ NOTES-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       IF NOTE-DATE >= WS-YESTERDAY
                           PERFORM KEEP-ONE-NOTE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-NOTES-STATUS = "00" OR WS-NOTES-STATUS = "10"
               CLOSE NOTES-FILE
           END-IF.
           *> Yesterday and today both - a report run first thing
           *> still shows yesterday's afternoon calls.

       KEEP-ONE-NOTE.
           IF WS-NOTE-COUNT < 2000
               ADD 1 TO WS-NOTE-COUNT
               MOVE NOTE-CUST-ID TO WS-NTE-CUST-ID(WS-NOTE-COUNT)
               MOVE NOTE-DATE TO WS-NTE-DATE(WS-NOTE-COUNT)
               MOVE NOTE-OPERATOR TO WS-NTE-OPERATOR(WS-NOTE-COUNT)
               MOVE NOTE-TEXT TO WS-NTE-TEXT(WS-NOTE-COUNT)
           ELSE
               ADD 1 TO WS-NOTE-OVERFLOW
           END-IF.

       NAME-REPORT-GENERATION.
           MOVE "OFCPORT" TO RPTGEN-BASE-NAME.
           MOVE WS-RUN-DATE TO RPTGEN-RUN-DATE.
           CALL "ReportDater" USING RPTGEN-CALL-AREA.
           MOVE RPTGEN-FILE-NAME TO WS-REPORT-NAME.

       OPEN-FILES.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "Customer master not available - status "
                   WS-CUSTOMER-STATUS
           END-IF.
           OPEN I-O OFFICER-FILE.
           IF WS-OFFICER-STATUS = "35"
               OPEN OUTPUT OFFICER-FILE
               CLOSE OFFICER-FILE
               OPEN I-O OFFICER-FILE
           END-IF.
           IF WS-OFFICER-STATUS NOT = "00"
               DISPLAY "Officer file not available - status "
                   WS-OFFICER-STATUS
           END-IF.
           *> The first morning creates CUSTOFC empty and fills it
           *> from the category defaults.
           OPEN INPUT BALANCE-FILE.
           OPEN I-O PORTFOLIO-HISTORY-FILE.
           IF WS-PORT-HIST-STATUS = "35"
               OPEN OUTPUT PORTFOLIO-HISTORY-FILE
               CLOSE PORTFOLIO-HISTORY-FILE
               OPEN I-O PORTFOLIO-HISTORY-FILE
           END-IF.
           OPEN OUTPUT PORTFOLIO-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ACCOUNT OFFICER PORTFOLIOS - RUN DATE " WS-RUN-DATE
               " - NOTES SINCE " WS-YESTERDAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       ASSIGN-DEFAULT-OFFICERS.
           SET FILE-NOT-EOF TO TRUE.
           PERFORM UNTIL FILE-EOF
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       IF CUST-ACTIVE
                           PERFORM CHECK-ONE-ASSIGNMENT
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-ASSIGNMENT.
           MOVE CUST-ID TO OFC-CUST-ID.
           READ OFFICER-FILE
               INVALID KEY
                   PERFORM ASSIGN-CATEGORY-DEFAULT
           END-READ.

       ASSIGN-CATEGORY-DEFAULT.
           IF WS-DEFAULT-OFFICER(CUST-CAT + 1) = SPACES
               ADD 1 TO WS-UNASSIGNED-COUNT
               IF WS-UNASSIGNED-COUNT <= 500
                   MOVE CUST-ID
                       TO WS-UNASSIGNED-ID(WS-UNASSIGNED-COUNT)
               END-IF
           ELSE
               MOVE CUST-ID TO OFC-CUST-ID
               MOVE WS-DEFAULT-OFFICER(CUST-CAT + 1) TO OFC-OFFICER
               MOVE WS-RUN-DATE TO OFC-ASSIGNED-DATE
               MOVE "AUTO" TO OFC-ASSIGNED-BY
               MOVE SPACES TO OFC-PREV-OFFICER
               WRITE CUSTOMER-OFFICER-RECORD
                   INVALID KEY
                       DISPLAY "Officer not assigned for " CUST-ID
                           " - status " WS-OFFICER-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-DEFAULTED-COUNT
               END-WRITE
           END-IF.
           *> A customer nobody owns is named at the foot of the
           *> report every morning until an officer is given it.

       PRINT-PORTFOLIOS.
           SET FILE-NOT-EOF TO TRUE.
           MOVE LOW-VALUES TO OFC-OFFICER.
           START OFFICER-FILE KEY >= OFC-OFFICER
               INVALID KEY
                   SET FILE-EOF TO TRUE
           END-START.
           PERFORM UNTIL FILE-EOF
               READ OFFICER-FILE NEXT RECORD
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM REPORT-ONE-ASSIGNMENT
               END-READ
           END-PERFORM.
           IF WS-CURRENT-OFFICER NOT = SPACES
               PERFORM CLOSE-OFFICER-PORTFOLIO
           END-IF.

       REPORT-ONE-ASSIGNMENT.
           IF OFC-OFFICER NOT = WS-CURRENT-OFFICER
               IF WS-CURRENT-OFFICER NOT = SPACES
                   PERFORM CLOSE-OFFICER-PORTFOLIO
               END-IF
               PERFORM OPEN-OFFICER-PORTFOLIO
           END-IF.
           MOVE OFC-CUST-ID TO CUST-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CUST-ACTIVE
                       PERFORM REPORT-ONE-ACCOUNT
                   END-IF
           END-READ.
           *> A customer deleted or purged since keeps its CUSTOFC
           *> row harmlessly - it simply stops printing.

       OPEN-OFFICER-PORTFOLIO.
           MOVE OFC-OFFICER TO WS-CURRENT-OFFICER.
           INITIALIZE WS-OFFICER-TOTALS.
           ADD 1 TO WS-OFFICER-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PORTFOLIO OF OFFICER " WS-CURRENT-OFFICER
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  CUSTOMER   NAME            BALANCE ST"
               " LAST PAY  DAYS HOLDS  HELD AMOUNT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       REPORT-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT.
           ADD 1 TO WS-OFT-ACCOUNTS.
           SET BALANCE-NOT-FOUND TO TRUE.
           IF WS-BALANCE-STATUS = "00" OR WS-BALANCE-STATUS = "23"
               MOVE CUST-ID TO BAL-CUST-ID
               READ BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET BALANCE-FOUND TO TRUE
               END-READ
           END-IF.
           IF BALANCE-NOT-FOUND
               MOVE CUST-ID TO BAL-CUST-ID
               MOVE 0 TO BAL-CURRENT
               MOVE "C" TO BAL-DELINQ-STATUS
           END-IF.
           ADD BAL-CURRENT TO WS-OFT-BALANCE.
           IF DELINQ-LATE OR DELINQ-SERIOUS OR DELINQ-COLLECTIONS
               ADD 1 TO WS-OFT-DELINQ-COUNT
               ADD BAL-CURRENT TO WS-OFT-DELINQ-BALANCE
           END-IF.
           PERFORM FIND-PAYMENT-ROW.
           PERFORM FIND-HOLD-ROW.
           MOVE BAL-CURRENT TO WS-BALANCE-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " CUST-ID " " CUST-NAME " " WS-BALANCE-EDIT
               " " BAL-DELINQ-STATUS
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           IF WS-PAYMENT-FOUND > 0
               COMPUTE WS-DAYS-SINCE-PAY = WS-RUN-INTEGER
                   - FUNCTION INTEGER-OF-DATE(
                       WS-PAY-DATE(WS-PAYMENT-FOUND))
               MOVE WS-DAYS-SINCE-PAY TO WS-DAYS-EDIT
               STRING WS-PAY-DATE(WS-PAYMENT-FOUND) " " WS-DAYS-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE(43:14)
           ELSE
               MOVE "NONE" TO WS-REPORT-LINE(43:4)
           END-IF.
           IF WS-HOLD-FOUND > 0
               ADD WS-HLD-COUNT(WS-HOLD-FOUND) TO WS-OFT-HOLD-COUNT
               MOVE WS-HLD-AMOUNT(WS-HOLD-FOUND) TO WS-AMOUNT-EDIT
               STRING WS-HLD-COUNT(WS-HOLD-FOUND) " " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE(59:15)
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           PERFORM PRINT-ONE-RECENT-NOTE
               VARYING WS-NOTE-INDEX FROM 1 BY 1
               UNTIL WS-NOTE-INDEX > WS-NOTE-COUNT.
           *> A customer with no balance record yet is current with
           *> nothing owed.

       PRINT-ONE-RECENT-NOTE.
           IF WS-NTE-CUST-ID(WS-NOTE-INDEX) = CUST-ID
               MOVE SPACES TO WS-REPORT-LINE
               STRING "      NOTE " WS-NTE-DATE(WS-NOTE-INDEX)
                   " " WS-NTE-OPERATOR(WS-NOTE-INDEX)
                   " " WS-NTE-TEXT(WS-NOTE-INDEX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       CLOSE-OFFICER-PORTFOLIO.
           PERFORM READ-PRIOR-MONTH.
           PERFORM STORE-THIS-MONTH.
           MOVE WS-OFT-BALANCE TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  ACCOUNTS " WS-OFT-ACCOUNTS
               " BALANCE " WS-TOTAL-EDIT
               " HELD ITEMS " WS-OFT-HOLD-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE WS-OFT-DELINQ-BALANCE TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  DELINQUENT " WS-OFT-DELINQ-COUNT
               " BALANCE " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF PRIOR-MONTH-FOUND
               MOVE WS-PRIOR-DELINQ-BALANCE TO WS-PRIOR-EDIT
               MOVE WS-DELINQ-CHANGE TO WS-CHANGE-EDIT
               MOVE WS-COUNT-CHANGE TO WS-COUNT-EDIT
               STRING "  LAST MONTH " WS-PRIOR-DELINQ-COUNT
                   " BALANCE " WS-PRIOR-EDIT
                   " MOVED " WS-COUNT-EDIT " / " WS-CHANGE-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "  LAST MONTH - NO FIGURES ON FILE FOR "
                   WS-LAST-MONTH
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           PERFORM KEEP-OFFICER-SUMMARY.

       READ-PRIOR-MONTH.
           SET PRIOR-MONTH-MISSING TO TRUE.
           MOVE 0 TO WS-PRIOR-DELINQ-COUNT.
           MOVE 0 TO WS-PRIOR-DELINQ-BALANCE.
           IF WS-PORT-HIST-STATUS = "00" OR WS-PORT-HIST-STATUS = "23"
               MOVE WS-CURRENT-OFFICER TO OFH-OFFICER
               MOVE WS-LAST-MONTH TO OFH-MONTH
               READ PORTFOLIO-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PRIOR-MONTH-FOUND TO TRUE
                       MOVE OFH-DELINQ-COUNT TO WS-PRIOR-DELINQ-COUNT
                       MOVE OFH-DELINQ-BALANCE
                           TO WS-PRIOR-DELINQ-BALANCE
               END-READ
           END-IF.
           COMPUTE WS-COUNT-CHANGE =
               WS-OFT-DELINQ-COUNT - WS-PRIOR-DELINQ-COUNT.
           COMPUTE WS-DELINQ-CHANGE =
               WS-OFT-DELINQ-BALANCE - WS-PRIOR-DELINQ-BALANCE.
           *> Last month's row holds its final morning - this
           *> morning's figures are measured against where the
           *> portfolio stood as that month ended.

       STORE-THIS-MONTH.
           IF WS-PORT-HIST-STATUS = "00" OR WS-PORT-HIST-STATUS = "23"
               MOVE WS-CURRENT-OFFICER TO OFH-OFFICER
               MOVE WS-THIS-MONTH TO OFH-MONTH
               MOVE WS-OFT-ACCOUNTS TO OFH-ACCOUNTS
               MOVE WS-OFT-BALANCE TO OFH-BALANCE
               MOVE WS-OFT-DELINQ-COUNT TO OFH-DELINQ-COUNT
               MOVE WS-OFT-DELINQ-BALANCE TO OFH-DELINQ-BALANCE
               MOVE WS-RUN-DATE TO OFH-RUN-DATE
               WRITE PORTFOLIO-HISTORY-RECORD
                   INVALID KEY
                       REWRITE PORTFOLIO-HISTORY-RECORD
               END-WRITE
           END-IF.
           *> A second run the same morning puts the same row back.

       KEEP-OFFICER-SUMMARY.
           IF WS-SUMMARY-COUNT < 100
               ADD 1 TO WS-SUMMARY-COUNT
               MOVE WS-CURRENT-OFFICER
                   TO WS-SUM-OFFICER(WS-SUMMARY-COUNT)
               MOVE WS-OFT-ACCOUNTS
                   TO WS-SUM-ACCOUNTS(WS-SUMMARY-COUNT)
               MOVE WS-OFT-BALANCE
                   TO WS-SUM-BALANCE(WS-SUMMARY-COUNT)
               MOVE WS-OFT-DELINQ-COUNT
                   TO WS-SUM-DELINQ-COUNT(WS-SUMMARY-COUNT)
               MOVE WS-OFT-DELINQ-BALANCE
                   TO WS-SUM-DELINQ-BALANCE(WS-SUMMARY-COUNT)
               MOVE WS-PRIOR-FOUND-SWITCH
                   TO WS-SUM-PRIOR-SWITCH(WS-SUMMARY-COUNT)
               MOVE WS-PRIOR-DELINQ-COUNT
                   TO WS-SUM-PRIOR-COUNT(WS-SUMMARY-COUNT)
               MOVE WS-PRIOR-DELINQ-BALANCE
                   TO WS-SUM-PRIOR-BALANCE(WS-SUMMARY-COUNT)
           ELSE
               ADD 1 TO WS-SUMMARY-OVERFLOW
           END-IF.

       PRINT-OFFICER-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "OFFICER SUMMARY - DELINQUENCY " WS-THIS-MONTH
               " AGAINST " WS-LAST-MONTH
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "OFFICER  ACCTS        BALANCE  DELQ"
               "     DELQ BALANCE  PRIOR     PRIOR BALANCE"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM PRINT-ONE-SUMMARY-LINE
               VARYING WS-SUMMARY-INDEX FROM 1 BY 1
               UNTIL WS-SUMMARY-INDEX > WS-SUMMARY-COUNT.
           IF WS-SUMMARY-OVERFLOW > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "FURTHER OFFICERS NOT SUMMARISED "
                   WS-SUMMARY-OVERFLOW
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-ONE-SUMMARY-LINE.
           MOVE WS-SUM-BALANCE(WS-SUMMARY-INDEX) TO WS-TOTAL-EDIT.
           MOVE WS-SUM-DELINQ-BALANCE(WS-SUMMARY-INDEX)
               TO WS-CHANGE-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-SUM-OFFICER(WS-SUMMARY-INDEX)
               " " WS-SUM-ACCOUNTS(WS-SUMMARY-INDEX)
               " " WS-TOTAL-EDIT
               " " WS-SUM-DELINQ-COUNT(WS-SUMMARY-INDEX)
               " " WS-CHANGE-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           IF WS-SUM-PRIOR-SWITCH(WS-SUMMARY-INDEX) = "Y"
               MOVE WS-SUM-PRIOR-BALANCE(WS-SUMMARY-INDEX)
                   TO WS-PRIOR-EDIT
               STRING WS-SUM-PRIOR-COUNT(WS-SUMMARY-INDEX)
                   " " WS-PRIOR-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE(68:22)
           ELSE
               MOVE "NEW" TO WS-REPORT-LINE(68:3)
           END-IF.
           PERFORM WRITE-REPORT-LINE.

       PRINT-UNASSIGNED.
           IF WS-UNASSIGNED-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ACTIVE CUSTOMERS WITH NO OFFICER "
                   WS-UNASSIGNED-COUNT
                   " - NO DEFAULT FOR THEIR CATEGORY ON OFCDFLT"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               PERFORM PRINT-ONE-UNASSIGNED
                   VARYING WS-UNASSIGNED-INDEX FROM 1 BY 1
                   UNTIL WS-UNASSIGNED-INDEX > WS-UNASSIGNED-COUNT
                      OR WS-UNASSIGNED-INDEX > 500
           END-IF.

       PRINT-ONE-UNASSIGNED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WS-UNASSIGNED-ID(WS-UNASSIGNED-INDEX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
           WRITE PORTFOLIO-REPORT-RECORD FROM WS-REPORT-LINE.

       CLOSE-FILES.
           IF WS-CUSTOMER-STATUS = "00" OR WS-CUSTOMER-STATUS = "10"
               OR WS-CUSTOMER-STATUS = "23"
               CLOSE CUSTOMER-FILE
           END-IF.
           IF WS-OFFICER-STATUS = "00" OR WS-OFFICER-STATUS = "10"
               OR WS-OFFICER-STATUS = "23"
               CLOSE OFFICER-FILE
           END-IF.
           IF WS-BALANCE-STATUS = "00" OR WS-BALANCE-STATUS = "23"
               CLOSE BALANCE-FILE
           END-IF.
           IF WS-PORT-HIST-STATUS = "00" OR WS-PORT-HIST-STATUS = "23"
               CLOSE PORTFOLIO-HISTORY-FILE
           END-IF.
           CLOSE PORTFOLIO-REPORT-FILE.

       WRITE-OPERATOR-ALERT.
           MOVE "OfficerPortfolio" TO ALERT-PROGRAM-NAME.
           MOVE RETURN-CODE TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-FILE-STATUSES.
           STRING "MAST=" WS-CUSTOMER-STATUS
               " OFC=" WS-OFFICER-STATUS
               DELIMITED BY SIZE INTO ALERT-FILE-STATUSES.
           MOVE "CHECK CUSTMAST AND CUSTOFC THEN RERUN"
               TO ALERT-ACTION-TEXT.
           CALL "AlertWriter" USING ALERT-CALL-AREA.
