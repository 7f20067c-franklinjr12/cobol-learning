               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-CUST-ID
               FILE STATUS IS WS-BALANCE-STATUS.
           *> Walked in key order every night - every debit
           *> BAL-CURRENT whose billing cycle falls due tonight is
           *> a candidate for a finance charge.
           *> Read-only here: the charge itself flows through
           *> CustomerPosting like any other debit, so the register
           *> and the history see it and this run never touches the
           SELECT CHARGE-CONTROL-FILE ASSIGN TO "FINCHGC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           *> Waive-below minimum balance and a catch-up cycle date
           *> - same drop-a-record pattern as every other control
           *> file. No record means every due debit balance is
           *> charged for the run date's cycles.

           SELECT CYCLE-FILE ASSIGN TO "CUSTCYCL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYC-CUST-ID
               FILE STATUS IS WS-CYCLE-STATUS.
           *> The same billing cycles CustomerStatement prints on - a
           *> customer is charged on their statement date, and the
           *> date charged is stamped back so a rerun of the night
           *> passes them by. A customer not yet given a cycle is
           *> charged from their first cycle on.

           SELECT FINANCIAL-TRAN-FILE ASSIGN TO "CUSTFIN"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           *> One line per account - charged, waived, or skipped,
           *> and why - plus the night's charge total.

       DATA DIVISION.
       FILE SECTION.
       01  CHARGE-CTL-RECORD.
           05 CTL-WAIVE-MINIMUM   PIC 9(07)V99.
           *> Debit balances below this are not charged.
           05 CTL-CYCLE-DATE      PIC 9(08).
           *> Statement date (CCYYMMDD) whose cycles to charge, for
           *> catching up a night that never ran - zero or absent
           *> means the run date.

       FD  CYCLE-FILE.
           COPY CUSTCYC.

       FD  FINANCIAL-TRAN-FILE.
           COPY CUSTFIN.
       01 WS-CONTROL-STATUS       PIC X(02) VALUE "00".
       01 WS-FIN-STATUS           PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS        PIC X(02) VALUE "00".
       01 WS-CYCLE-STATUS         PIC X(02) VALUE "00".

       01 WS-BALANCE-EOF-SWITCH   PIC X(01) VALUE "N".
       88 BALANCE-EOF             VALUE "Y".
       01 WS-MASTER-FOUND-SWITCH  PIC X(01).
       88 MASTER-FOUND            VALUE "Y".
       88 MASTER-NOT-FOUND        VALUE "N".
       01 WS-CYCLE-DUE-SWITCH     PIC X(01).
       88 CYCLE-DUE               VALUE "Y".
       88 CYCLE-NOT-DUE           VALUE "N".

       01 WS-WAIVE-MINIMUM        PIC 9(07)V99 VALUE 0.

       01 WS-RUN-DATE             PIC 9(08).
       01 WS-CYCLE-DATE           PIC 9(08).
       01 WS-CYCLE-DATE-YYMMDD    PIC 9(06).
       01 WS-CHARGE-AMOUNT        PIC 9(07)V99.
       01 WS-CHARGE-BASE          PIC S9(09)V99.
       *> BAL-CURRENT less whatever of it is under open dispute -
       *> the customer is not charged interest on money they are
       *> contesting.
       01 WS-CHARGE-REFERENCE     PIC X(12).

       01 WS-CHARGED-COUNT        PIC 9(06) VALUE 0.
       01 WS-WAIVED-COUNT         PIC 9(06) VALUE 0.
       01 WS-NO-RATE-COUNT        PIC 9(06) VALUE 0.
       01 WS-SKIPPED-COUNT        PIC 9(06) VALUE 0.
       01 WS-DISPUTED-COUNT       PIC 9(06) VALUE 0.
       01 WS-WRITTEN-OFF-COUNT    PIC 9(06) VALUE 0.
       01 WS-BANKRUPT-COUNT       PIC 9(06) VALUE 0.
       01 WS-NOT-DUE-COUNT        PIC 9(06) VALUE 0.
       01 WS-NO-CYCLE-COUNT       PIC 9(06) VALUE 0.
       01 WS-ALREADY-COUNT        PIC 9(06) VALUE 0.
       01 WS-CHARGE-TOTAL         PIC 9(09)V99 VALUE 0.

       01 WS-REPORT-LINE          PIC X(80).
       01 WS-AMOUNT-EDIT          PIC Z(06)9.99.
       01 WS-TOTAL-EDIT           PIC Z(08)9.99.

       COPY DSPTLNK.

       COPY SUPLNK.

       COPY CYCLNK.

       COPY ALERTLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Finance Charge Start ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-CYCLE-DATE.
           PERFORM READ-CHARGE-CONTROL.
           MOVE WS-CYCLE-DATE(3:6) TO WS-CYCLE-DATE-YYMMDD.
           MOVE SPACES TO WS-CHARGE-REFERENCE.
           STRING "FINCHG" WS-CYCLE-DATE-YYMMDD
               DELIMITED BY SIZE INTO WS-CHARGE-REFERENCE.
           SET CYCL-DUE-TODAY TO TRUE.
           MOVE WS-CYCLE-DATE TO CYCL-DATE-IN.
           CALL "BillingCycle" USING CYCL-CALL-AREA.
           DISPLAY "Statement date " WS-CYCLE-DATE
               " - cycle days due: " CYCL-DUE-COUNT.
           PERFORM OPEN-FILES.
           PERFORM UNTIL BALANCE-EOF
               PERFORM READ-BALANCE-FILE
           DISPLAY "Charged: " WS-CHARGED-COUNT
               " Waived: " WS-WAIVED-COUNT
               " No rate: " WS-NO-RATE-COUNT
               " Skipped: " WS-SKIPPED-COUNT
               " Disputed: " WS-DISPUTED-COUNT
               " Written off: " WS-WRITTEN-OFF-COUNT
               " Bankrupt: " WS-BANKRUPT-COUNT.
           DISPLAY "Not due tonight: " WS-NOT-DUE-COUNT
               " No cycle yet: " WS-NO-CYCLE-COUNT
               " Already charged: " WS-ALREADY-COUNT.
           DISPLAY "=== Finance Charge End ===".
           EVALUATE TRUE
               WHEN WS-BALANCE-STATUS NOT = "00"
                   AND WS-BALANCE-STATUS NOT = "10"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CYCLE-STATUS NOT = "00"
                   AND WS-CYCLE-STATUS NOT = "23"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE >= 8
               PERFORM WRITE-OPERATOR-ALERT
           END-IF.
                       CONTINUE
                   NOT AT END
                       MOVE CTL-WAIVE-MINIMUM TO WS-WAIVE-MINIMUM
                       IF CTL-CYCLE-DATE NUMERIC
                           AND CTL-CYCLE-DATE NOT = 0
                           MOVE CTL-CYCLE-DATE TO WS-CYCLE-DATE
                       END-IF
               END-READ
               CLOSE CHARGE-CONTROL-FILE
           END-IF.
           *> No FINCHGC record means no waiver floor. A record cut
           *> before the cycle date was carried reads it as spaces -
           *> the run date.

       OPEN-FILES.
           OPEN INPUT BALANCE-FILE.
               DISPLAY "No rate table on file - nothing charged"
               SET BALANCE-EOF TO TRUE
           END-IF.
           OPEN I-O CYCLE-FILE.
           IF WS-CYCLE-STATUS NOT = "00"
               DISPLAY "Billing cycle file not available - status "
                   WS-CYCLE-STATUS
               SET BALANCE-EOF TO TRUE
           END-IF.
           *> CUSTCYCL is created by the first CustomerStatement
           *> run - without it no customer has a cycle to charge on.
           OPEN EXTEND FINANCIAL-TRAN-FILE.
           IF WS-FIN-STATUS NOT = "00"
               OPEN OUTPUT FINANCIAL-TRAN-FILE
           END-IF.
           OPEN OUTPUT CHARGE-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "FINANCE CHARGES - STATEMENT DATE " WS-CYCLE-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CHARGE-REPORT-RECORD FROM WS-REPORT-LINE.

           END-READ.

       CONSIDER-ONE-BALANCE.
           PERFORM CHECK-CYCLE-DUE.
           IF CYCLE-DUE
               PERFORM CONSIDER-DUE-BALANCE
           END-IF.

       CHECK-CYCLE-DUE.
           SET CYCLE-NOT-DUE TO TRUE.
           MOVE BAL-CUST-ID TO CYC-CUST-ID.
           READ CYCLE-FILE
               INVALID KEY
                   ADD 1 TO WS-NO-CYCLE-COUNT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CYC-DAY < 1 OR CYC-DAY > 28
                           ADD 1 TO WS-NO-CYCLE-COUNT
                       WHEN CYCL-DUE-FLAG(CYC-DAY) NOT = "Y"
                           ADD 1 TO WS-NOT-DUE-COUNT
                       WHEN CYC-LAST-CHARGE-DATE = WS-CYCLE-DATE
                           ADD 1 TO WS-ALREADY-COUNT
                       WHEN OTHER
                           SET CYCLE-DUE TO TRUE
                   END-EVALUATE
           END-READ.

       CONSIDER-DUE-BALANCE.
           MOVE BAL-CURRENT TO WS-CHARGE-BASE.
           MOVE 0 TO DSPT-OPEN-AMOUNT.
           IF BAL-CURRENT > 0
               MOVE BAL-CUST-ID TO DSPT-CUST-ID
               CALL "DisputedAmount" USING DSPT-CALL-AREA
               SUBTRACT DSPT-OPEN-AMOUNT FROM WS-CHARGE-BASE
           END-IF.
           MOVE BAL-CUST-ID TO SUPL-CUST-ID.
           CALL "SuppressionLookup" USING SUPL-CALL-AREA.
           EVALUATE TRUE
               WHEN DELINQ-WRITTEN-OFF
                   ADD 1 TO WS-WRITTEN-OFF-COUNT
               WHEN SUPL-IN-BANKRUPTCY
                   PERFORM REPORT-BANKRUPT-BALANCE
               WHEN BAL-CURRENT <= 0
                   CONTINUE
               WHEN WS-CHARGE-BASE <= 0
                   PERFORM REPORT-DISPUTED-BALANCE
               WHEN WS-CHARGE-BASE < WS-WAIVE-MINIMUM
                   ADD 1 TO WS-WAIVED-COUNT
               WHEN OTHER
                   PERFORM CHARGE-ONE-BALANCE
           END-EVALUATE.
           *> Credit and zero balances owe nothing; small debit
           *> balances under the waiver floor are let be. The floor
           *> and the charge both work on the undisputed part. A
           *> written-off account is closed to charges for good -
           *> BadDebtWriteOff has already taken it off the books.
           *> Nor is an account in bankruptcy charged, whatever it
           *> owes, while the flag stands.

       REPORT-BANKRUPT-BALANCE.
           ADD 1 TO WS-BANKRUPT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "BANKRUPT " BAL-CUST-ID
               " - FILED " SUPL-BANKRUPT-DATE " - NOT CHARGED"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CHARGE-REPORT-RECORD FROM WS-REPORT-LINE.

       REPORT-DISPUTED-BALANCE.
           ADD 1 TO WS-DISPUTED-COUNT.
           MOVE DSPT-OPEN-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DISPUTED " BAL-CUST-ID
               " - WHOLE BALANCE UNDER DISPUTE " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CHARGE-REPORT-RECORD FROM WS-REPORT-LINE.

       CHARGE-ONE-BALANCE.
           PERFORM LOOK-UP-CATEGORY.

       EMIT-ONE-CHARGE.
           COMPUTE WS-CHARGE-AMOUNT ROUNDED =
               WS-CHARGE-BASE * RATE-MONTHLY-PCT / 100.
           IF WS-CHARGE-AMOUNT = 0
               ADD 1 TO WS-WAIVED-COUNT
           ELSE
               MOVE BAL-CUST-ID TO FIN-CUST-ID
               MOVE "D" TO FIN-DC-CODE
               MOVE WS-CHARGE-AMOUNT TO FIN-AMOUNT
               MOVE WS-CYCLE-DATE-YYMMDD TO FIN-TRAN-DATE
               MOVE WS-CHARGE-REFERENCE TO FIN-REFERENCE
               MOVE "FC" TO FIN-TRAN-TYPE
               WRITE FIN-TRAN-RECORD
               MOVE WS-CYCLE-DATE TO CYC-LAST-CHARGE-DATE
               REWRITE BILLING-CYCLE-RECORD
                   INVALID KEY
                       DISPLAY "Charge date not stamped for "
                           CYC-CUST-ID
               END-REWRITE
               ADD 1 TO WS-CHARGED-COUNT
               ADD WS-CHARGE-AMOUNT TO WS-CHARGE-TOTAL
               MOVE WS-CHARGE-AMOUNT TO WS-AMOUNT-EDIT
               " TOTAL " WS-TOTAL-EDIT
               " WAIVED " WS-WAIVED-COUNT
               " NO RATE " WS-NO-RATE-COUNT
               " DISPUTED " WS-DISPUTED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CHARGE-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SUPPRESSED BY BANKRUPTCY " WS-BANKRUPT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CHARGE-REPORT-RECORD FROM WS-REPORT-LINE.

           IF WS-RATE-STATUS = "00"
               CLOSE RATE-FILE
           END-IF.
           IF WS-CYCLE-STATUS = "00" OR WS-CYCLE-STATUS = "23"
               CLOSE CYCLE-FILE
           END-IF.
           CLOSE FINANCIAL-TRAN-FILE.
           CLOSE CHARGE-REPORT-FILE.

           MOVE RETURN-CODE TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-FILE-STATUSES.
           STRING "BAL=" WS-BALANCE-STATUS
               " CYC=" WS-CYCLE-STATUS
               DELIMITED BY SIZE INTO ALERT-FILE-STATUSES.
           MOVE "CHECK CUSTBALF AND CUSTCYCL THEN RERUN"
               TO ALERT-ACTION-TEXT.
           CALL "AlertWriter" USING ALERT-CALL-AREA.
