       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgencyRemittance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REMITTANCE-FILE ASSIGN TO "AGYREMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-STATUS.
           *> What the agency sends back in place of the cheque's
           *> printed list - a P line per recovery, gross and the
           *> commission it kept, and a B line per placement it is
           *> handing back to us. Consumed once applied, the way
           *> LockboxImport empties LOCKBOX, so a rerun does not post
           *> the same recovery twice.

           SELECT PLACEMENT-FILE ASSIGN TO "AGYPLACE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGY-CUST-ID
               FILE STATUS IS WS-PLACEMENT-STATUS.
           *> A recovery is only taken for an account we placed, and
           *> adds to the placement's running totals.

           SELECT FINANCIAL-TRAN-FILE ASSIGN TO "CUSTFIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIN-STATUS.
           *> Each recovery goes out as two CUSTFIN credits for the
           *> evening posting run - the cash we receive typed AG,
           *> and the agency's commission typed AC. Together they
           *> take the customer's whole payment off the balance;
           *> apart they reach the ledger on different lines, the
           *> commission against its own expense account.

           SELECT NOTES-FILE ASSIGN TO "CUSTNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTES-STATUS.
           *> A SYSTEM note per recovery and per placement returned.

           SELECT REMIT-REPORT-FILE ASSIGN TO "AGYREMR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           *> Every line read and what was done with it, with the
           *> gross, commission and net totals to prove against the
           *> agency's cheque.

       DATA DIVISION.
       FILE SECTION.
       FD  REMITTANCE-FILE.
       01  REMITTANCE-RECORD.
           05 REM-TYPE            PIC X(01).
           88 REM-RECOVERY        VALUE "P".
           88 REM-RETURNED        VALUE "B".
           05 REM-CUST-ID         PIC 9(10).
           05 REM-GROSS           PIC 9(07)V99.
           05 REM-COMMISSION      PIC 9(07)V99.
           05 REM-REFERENCE       PIC X(12).
           05 REM-DATE            PIC 9(08).
           05 REM-REASON          PIC X(20).
           *> The agency's own reference and the day it took the
           *> money; on a B line, its reason for giving the account
           *> back.

       FD  PLACEMENT-FILE.
           COPY CUSTAGY.

       FD  FINANCIAL-TRAN-FILE.
           COPY CUSTFIN.

       FD  NOTES-FILE.
           COPY CUSTNOT.

       FD  REMIT-REPORT-FILE.
       01  REMIT-REPORT-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-REMIT-STATUS         PIC X(02) VALUE "00".
       01 WS-REMIT-OPEN-STATUS    PIC X(02) VALUE "00".
       01 WS-PLACEMENT-STATUS     PIC X(02) VALUE "00".
       01 WS-FIN-STATUS           PIC X(02) VALUE "00".
       01 WS-NOTES-STATUS         PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS        PIC X(02) VALUE "00".

       01 WS-REMIT-EOF-SWITCH     PIC X(01) VALUE "N".
       88 REMIT-EOF               VALUE "Y".
       88 REMIT-NOT-EOF           VALUE "N".

       01 WS-RUN-DATE             PIC 9(08).
       01 WS-STAMP-TIME           PIC 9(08).
       01 WS-OUTCOME              PIC X(24).
       01 WS-NET-AMOUNT           PIC 9(07)V99.

       01 WS-READ-COUNT           PIC 9(06) VALUE 0.
       01 WS-RECOVERY-COUNT       PIC 9(06) VALUE 0.
       01 WS-RETURNED-COUNT       PIC 9(06) VALUE 0.
       01 WS-EXCEPTION-COUNT      PIC 9(06) VALUE 0.
       01 WS-GROSS-TOTAL          PIC 9(09)V99 VALUE 0.
       01 WS-COMMISSION-TOTAL     PIC 9(09)V99 VALUE 0.
       01 WS-NET-TOTAL            PIC 9(09)V99 VALUE 0.

       01 WS-REPORT-LINE          PIC X(80).
       01 WS-AMOUNT-EDIT          PIC Z(06)9.99.
       01 WS-COMMISSION-EDIT      PIC Z(06)9.99.
       01 WS-TOTAL-EDIT           PIC Z(08)9.99.

       COPY ALERTLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Agency Remittance Start ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES.
           PERFORM UNTIL REMIT-EOF
               READ REMITTANCE-FILE
                   AT END
                       SET REMIT-EOF TO TRUE
                   NOT AT END
                       PERFORM HANDLE-ONE-LINE
               END-READ
           END-PERFORM.
           PERFORM WRITE-REMIT-TOTALS.
           PERFORM CLOSE-FILES.
           DISPLAY "Lines read: " WS-READ-COUNT
               " Recoveries: " WS-RECOVERY-COUNT
               " Returned: " WS-RETURNED-COUNT
               " Exceptions: " WS-EXCEPTION-COUNT.
           DISPLAY "=== Agency Remittance End ===".
           EVALUATE TRUE
               WHEN WS-PLACEMENT-STATUS = "35"
                   AND WS-REMIT-OPEN-STATUS NOT = "00"
                   MOVE 0 TO RETURN-CODE
               WHEN WS-PLACEMENT-STATUS NOT = "00"
                   AND WS-PLACEMENT-STATUS NOT = "23"
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
           OPEN I-O PLACEMENT-FILE.
           OPEN INPUT REMITTANCE-FILE.
           MOVE WS-REMIT-STATUS TO WS-REMIT-OPEN-STATUS.
           IF WS-REMIT-STATUS NOT = "00"
               DISPLAY "No agency remittance tonight"
               SET REMIT-EOF TO TRUE
           END-IF.
           IF WS-PLACEMENT-STATUS NOT = "00"
               AND WS-REMIT-STATUS = "00"
               DISPLAY "Placement file not available - status "
                   WS-PLACEMENT-STATUS
               SET REMIT-EOF TO TRUE
           END-IF.
           *> Without AGYPLACE no line can be matched, so the file
           *> is left where it is for the rerun.
           OPEN EXTEND FINANCIAL-TRAN-FILE.
           IF WS-FIN-STATUS NOT = "00"
               OPEN OUTPUT FINANCIAL-TRAN-FILE
           END-IF.
           OPEN EXTEND NOTES-FILE.
           IF WS-NOTES-STATUS NOT = "00"
               OPEN OUTPUT NOTES-FILE
           END-IF.
           OPEN OUTPUT REMIT-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "COLLECTIONS AGENCY REMITTANCE - RUN DATE "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE REMIT-REPORT-RECORD FROM WS-REPORT-LINE.

       HANDLE-ONE-LINE.
           ADD 1 TO WS-READ-COUNT.
           MOVE 0 TO WS-NET-AMOUNT.
           MOVE REM-CUST-ID TO AGY-CUST-ID.
           READ PLACEMENT-FILE
               INVALID KEY
                   MOVE "NEVER PLACED" TO WS-OUTCOME
                   ADD 1 TO WS-EXCEPTION-COUNT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN REM-RECOVERY
                           PERFORM JUDGE-ONE-RECOVERY
                       WHEN REM-RETURNED
                           PERFORM TAKE-BACK-PLACEMENT
                       WHEN OTHER
                           MOVE "LINE TYPE NOT KNOWN" TO WS-OUTCOME
                           ADD 1 TO WS-EXCEPTION-COUNT
                   END-EVALUATE
           END-READ.
           PERFORM REPORT-ONE-LINE.

       JUDGE-ONE-RECOVERY.
           EVALUATE TRUE
               WHEN REM-GROSS = 0
                   MOVE "NO AMOUNT" TO WS-OUTCOME
                   ADD 1 TO WS-EXCEPTION-COUNT
               WHEN REM-COMMISSION > REM-GROSS
                   MOVE "COMMISSION OVER GROSS" TO WS-OUTCOME
                   ADD 1 TO WS-EXCEPTION-COUNT
               WHEN OTHER
                   PERFORM POST-ONE-RECOVERY
           END-EVALUATE.
           *> Money the agency collected is the customer's payment
           *> whatever has happened to the placement since - a
           *> recovery on an account recalled or paid off last week
           *> still posts.

       POST-ONE-RECOVERY.
           COMPUTE WS-NET-AMOUNT = REM-GROSS - REM-COMMISSION.
           ADD REM-GROSS TO AGY-RECOVERED-TOTAL.
           ADD REM-COMMISSION TO AGY-COMMISSION-TOTAL.
           REWRITE AGENCY-PLACEMENT-RECORD.
           IF WS-NET-AMOUNT > 0
               MOVE "AG" TO FIN-TRAN-TYPE
               MOVE WS-NET-AMOUNT TO FIN-AMOUNT
               PERFORM WRITE-RECOVERY-CREDIT
           END-IF.
           IF REM-COMMISSION > 0
               MOVE "AC" TO FIN-TRAN-TYPE
               MOVE REM-COMMISSION TO FIN-AMOUNT
               PERFORM WRITE-RECOVERY-CREDIT
           END-IF.
           ADD 1 TO WS-RECOVERY-COUNT.
           ADD REM-GROSS TO WS-GROSS-TOTAL.
           ADD REM-COMMISSION TO WS-COMMISSION-TOTAL.
           ADD WS-NET-AMOUNT TO WS-NET-TOTAL.
           MOVE "RECOVERY POSTED" TO WS-OUTCOME.
           MOVE REM-GROSS TO WS-AMOUNT-EDIT.
           MOVE SPACES TO NOTE-TEXT.
           STRING "AGENCY RECOVERED " WS-AMOUNT-EDIT
               " REF " REM-REFERENCE
               DELIMITED BY SIZE INTO NOTE-TEXT.
           PERFORM APPEND-SYSTEM-NOTE.

       WRITE-RECOVERY-CREDIT.
           MOVE REM-CUST-ID TO FIN-CUST-ID.
           MOVE "C" TO FIN-DC-CODE.
           MOVE REM-DATE(3:6) TO FIN-TRAN-DATE.
           MOVE REM-REFERENCE TO FIN-REFERENCE.
           MOVE SPACES TO FIN-CURRENCY.
           WRITE FIN-TRAN-RECORD.
           *> Dated the day the agency took the money, so the
           *> customer's last payment is the day they actually paid.

       TAKE-BACK-PLACEMENT.
           IF AGY-PLACED
               SET AGY-BACK-IN-HOUSE TO TRUE
               MOVE WS-RUN-DATE TO AGY-ENDED-DATE
               MOVE REM-REASON TO AGY-END-REASON
               REWRITE AGENCY-PLACEMENT-RECORD
               MOVE "BACK TO IN-HOUSE" TO WS-OUTCOME
               ADD 1 TO WS-RETURNED-COUNT
               MOVE SPACES TO NOTE-TEXT
               STRING "RETURNED BY COLLECTIONS AGENCY - "
                   REM-REASON
                   DELIMITED BY SIZE INTO NOTE-TEXT
               PERFORM APPEND-SYSTEM-NOTE
           ELSE
               MOVE "NOT PLACED NOW" TO WS-OUTCOME
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.
           *> Back in-house means back on our own letters - the row
           *> is no longer placed, so ReceivablesAging resumes them.

       APPEND-SYSTEM-NOTE.
           MOVE REM-CUST-ID TO NOTE-CUST-ID.
           MOVE WS-RUN-DATE TO NOTE-DATE.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE WS-STAMP-TIME TO NOTE-TIME.
           MOVE "SYSTEM" TO NOTE-OPERATOR.
           WRITE CUSTOMER-NOTE-RECORD.

       REPORT-ONE-LINE.
           MOVE REM-GROSS TO WS-AMOUNT-EDIT.
           MOVE REM-COMMISSION TO WS-COMMISSION-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING REM-TYPE " " REM-CUST-ID
               " " WS-AMOUNT-EDIT
               " COMM " WS-COMMISSION-EDIT
               " " WS-OUTCOME
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE REMIT-REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-REMIT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE REMIT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-GROSS-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RECOVERIES " WS-RECOVERY-COUNT
               " GROSS      " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE REMIT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-COMMISSION-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "                  COMMISSION " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE REMIT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-NET-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "                  NET CHEQUE " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE REMIT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RETURNED " WS-RETURNED-COUNT
               " EXCEPTIONS " WS-EXCEPTION-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE REMIT-REPORT-RECORD FROM WS-REPORT-LINE.

       CLOSE-FILES.
           IF WS-REMIT-OPEN-STATUS = "00"
               CLOSE REMITTANCE-FILE
               IF WS-PLACEMENT-STATUS = "00"
                   OR WS-PLACEMENT-STATUS = "23"
                   OPEN OUTPUT REMITTANCE-FILE
                   CLOSE REMITTANCE-FILE
               END-IF
           END-IF.
           IF WS-PLACEMENT-STATUS = "00" OR WS-PLACEMENT-STATUS = "23"
               CLOSE PLACEMENT-FILE
           END-IF.
           CLOSE FINANCIAL-TRAN-FILE.
           CLOSE NOTES-FILE.
           CLOSE REMIT-REPORT-FILE.

       WRITE-OPERATOR-ALERT.
           MOVE "AgencyRemittance" TO ALERT-PROGRAM-NAME.
           MOVE RETURN-CODE TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-FILE-STATUSES.
           STRING "PLC=" WS-PLACEMENT-STATUS
               " REM=" WS-REMIT-OPEN-STATUS
               DELIMITED BY SIZE INTO ALERT-FILE-STATUSES.
           MOVE "CHECK AGYPLACE THEN RERUN - LINES KEPT"
               TO ALERT-ACTION-TEXT.
           CALL "AlertWriter" USING ALERT-CALL-AREA.
