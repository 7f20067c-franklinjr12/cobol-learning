       IDENTIFICATION DIVISION.
       PROGRAM-ID. BadDebtWriteOff.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALANCE-FILE ASSIGN TO "CUSTBALF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-CUST-ID
               FILE STATUS IS WS-BALANCE-STATUS.
           *> Read by key for each approved write-off, whose
           *> delinquency status is rewritten to "W", then walked in
           *> key order for tonight's candidates. The balance itself
           *> is never touched here - the write-off flows through
           *> CustomerPosting as an ordinary CUSTFIN credit, so the
           *> balance, the history, and the ledger move together.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.
           *> Supplies the name on the candidate list.

           SELECT WRITEOFF-CONTROL-FILE ASSIGN TO "BDWOFFC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           *> Days since the last posting before an account in
           *> collections is listed as a candidate. No record means
           *> 180 days.

           SELECT APPROVAL-FILE ASSIGN TO "BDWOFFA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.
           *> The write-offs finance has signed off - account, the
           *> balance they approved, who approved it, and why. Taken
           *> off the candidate list by hand; nothing is ever written
           *> off by age alone. Emptied once applied, the way
           *> RejectAging empties REJWOFFC.

           SELECT DELINQ-JOURNAL-FILE ASSIGN TO "DLQJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLQ-JRNL-STATUS.
           *> The step from collections to written-off goes on the
           *> same journal as every rung of the ladder.

           SELECT FINANCIAL-TRAN-FILE ASSIGN TO "CUSTFIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIN-STATUS.
           *> Extended with one WO credit per write-off for tonight's
           *> posting.

           SELECT NOTES-FILE ASSIGN TO "CUSTNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTES-STATUS.
           *> A SYSTEM note per account written off.

           SELECT WRITEOFF-REGISTER-FILE ASSIGN TO "BDWOFFR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           *> Every approval applied or refused, then the candidate
           *> list finance works the next approvals from.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-FILE.
           COPY CUSTBAL.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  WRITEOFF-CONTROL-FILE.
       01  WRITEOFF-CTL-RECORD.
           05 CTL-WOFF-AGE-DAYS   PIC 9(04).

       FD  APPROVAL-FILE.
       01  WRITEOFF-APPROVAL-RECORD.
           05 WOA-CUST-ID         PIC 9(10).
           05 WOA-AMOUNT          PIC 9(07)V99.
           05 WOA-APPROVER        PIC X(08).
           05 WOA-REASON          PIC X(20).
           *> The amount is the balance finance saw when it signed.
           *> If the account has moved since, the approval no
           *> longer describes it and is refused.

       FD  DELINQ-JOURNAL-FILE.
       01  DELINQ-JOURNAL-RECORD.
           05 DLQ-DATE            PIC 9(08).
           05 DLQ-TIME            PIC 9(08).
           05 DLQ-CUST-ID         PIC 9(10).
           05 DLQ-OLD-STATUS      PIC X(01).
           05 DLQ-NEW-STATUS      PIC X(01).

       FD  FINANCIAL-TRAN-FILE.
           COPY CUSTFIN.

       FD  NOTES-FILE.
           COPY CUSTNOT.

       FD  WRITEOFF-REGISTER-FILE.
       01  WRITEOFF-REGISTER-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-BALANCE-STATUS       PIC X(02) VALUE "00".
       01 WS-BALANCE-OPEN-STATUS  PIC X(02) VALUE "00".
       *> The status the open left - a key read that misses later
       *> in the run is an ordinary refusal, not a file failure.
       01 WS-CUSTOMER-STATUS      PIC X(02) VALUE "00".
       01 WS-CONTROL-STATUS       PIC X(02) VALUE "00".
       01 WS-APPROVAL-STATUS      PIC X(02) VALUE "00".
       01 WS-DLQ-JRNL-STATUS      PIC X(02) VALUE "00".
       01 WS-FIN-STATUS           PIC X(02) VALUE "00".
       01 WS-NOTES-STATUS         PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS        PIC X(02) VALUE "00".

       01 WS-APPROVAL-EOF-SWITCH  PIC X(01) VALUE "N".
       88 APPROVAL-EOF            VALUE "Y".
       88 APPROVAL-NOT-EOF        VALUE "N".
       01 WS-BALANCE-EOF-SWITCH   PIC X(01) VALUE "N".
       88 BALANCE-EOF             VALUE "Y".
       88 BALANCE-NOT-EOF         VALUE "N".

       01 WS-WOFF-AGE-DAYS        PIC 9(04) VALUE 180.

       01 WS-RUN-DATE             PIC 9(08).
       01 WS-RUN-DATE-YYMMDD      PIC 9(06).
       01 WS-TODAY-INTEGER        PIC 9(08).
       01 WS-AGE-DAYS             PIC S9(05).
       01 WS-STAMP-TIME           PIC 9(08).
       01 WS-WOFF-REFERENCE       PIC X(12).
       01 WS-REFUSAL-TEXT         PIC X(30).
       01 WS-CUST-NAME            PIC X(10).

       01 WS-WRITTEN-OFF-COUNT    PIC 9(06) VALUE 0.
       01 WS-WRITTEN-OFF-TOTAL    PIC 9(09)V99 VALUE 0.
       01 WS-REFUSED-COUNT        PIC 9(06) VALUE 0.
       01 WS-CANDIDATE-COUNT      PIC 9(06) VALUE 0.
       01 WS-CANDIDATE-TOTAL      PIC 9(09)V99 VALUE 0.

       01 WS-REPORT-LINE          PIC X(80).
       01 WS-AMOUNT-EDIT          PIC Z(06)9.99.
       01 WS-DISPUTE-EDIT         PIC Z(06)9.99.
       01 WS-TOTAL-EDIT           PIC Z(08)9.99.
       01 WS-AGE-EDIT             PIC ZZZZ9.

       COPY DSPTLNK.

       COPY ALERTLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Bad Debt Write-Off Start ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE(3:6) TO WS-RUN-DATE-YYMMDD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           MOVE SPACES TO WS-WOFF-REFERENCE.
           STRING "WOFF" WS-RUN-DATE-YYMMDD
               DELIMITED BY SIZE INTO WS-WOFF-REFERENCE.
           PERFORM READ-WRITEOFF-CONTROL.
           PERFORM OPEN-FILES.
           IF WS-BALANCE-OPEN-STATUS = "00"
               PERFORM APPLY-APPROVALS
               PERFORM LIST-CANDIDATES
           END-IF.
           PERFORM WRITE-WRITEOFF-TOTALS.
           PERFORM CLOSE-FILES.
           DISPLAY "Written off: " WS-WRITTEN-OFF-COUNT
               " Refused: " WS-REFUSED-COUNT
               " Candidates: " WS-CANDIDATE-COUNT.
           DISPLAY "=== Bad Debt Write-Off End ===".
           EVALUATE TRUE
               WHEN WS-BALANCE-OPEN-STATUS NOT = "00"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REFUSED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE >= 8
               PERFORM WRITE-OPERATOR-ALERT
           END-IF.
           STOP RUN.
           *> RC 4 when an approval was refused - finance has to
           *> look at it again before the account comes off the
           *> books.

       READ-WRITEOFF-CONTROL.
           OPEN INPUT WRITEOFF-CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ WRITEOFF-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-WOFF-AGE-DAYS IS NUMERIC
                           AND CTL-WOFF-AGE-DAYS > 0
                           MOVE CTL-WOFF-AGE-DAYS TO WS-WOFF-AGE-DAYS
                       END-IF
               END-READ
               CLOSE WRITEOFF-CONTROL-FILE
           END-IF.

       OPEN-FILES.
           OPEN I-O BALANCE-FILE.
           MOVE WS-BALANCE-STATUS TO WS-BALANCE-OPEN-STATUS.
           IF WS-BALANCE-STATUS NOT = "00"
               DISPLAY "Balance file not available - status "
                   WS-BALANCE-STATUS
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           OPEN EXTEND DELINQ-JOURNAL-FILE.
           IF WS-DLQ-JRNL-STATUS NOT = "00"
               OPEN OUTPUT DELINQ-JOURNAL-FILE
           END-IF.
           OPEN EXTEND FINANCIAL-TRAN-FILE.
           IF WS-FIN-STATUS NOT = "00"
               OPEN OUTPUT FINANCIAL-TRAN-FILE
           END-IF.
           OPEN EXTEND NOTES-FILE.
           IF WS-NOTES-STATUS NOT = "00"
               OPEN OUTPUT NOTES-FILE
           END-IF.
           OPEN OUTPUT WRITEOFF-REGISTER-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "BAD DEBT WRITE-OFF - RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WRITEOFF-REGISTER-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WRITEOFF-REGISTER-RECORD FROM WS-REPORT-LINE.

       APPLY-APPROVALS.
           OPEN INPUT APPROVAL-FILE.
           IF WS-APPROVAL-STATUS NOT = "00"
               SET APPROVAL-EOF TO TRUE
           END-IF.
           PERFORM UNTIL APPROVAL-EOF
               READ APPROVAL-FILE
                   AT END
                       SET APPROVAL-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-ONE-APPROVAL
               END-READ
           END-PERFORM.
           IF WS-APPROVAL-STATUS = "00" OR WS-APPROVAL-STATUS = "10"
               CLOSE APPROVAL-FILE
               OPEN OUTPUT APPROVAL-FILE
               CLOSE APPROVAL-FILE
           END-IF.
           *> Applied and refused alike are gone once read - a
           *> refused approval is re-signed against the balance as
           *> it now stands, not retried as it was.

       APPLY-ONE-APPROVAL.
           MOVE SPACES TO WS-REFUSAL-TEXT.
           MOVE WOA-CUST-ID TO BAL-CUST-ID.
           READ BALANCE-FILE
               INVALID KEY
                   MOVE "NO BALANCE RECORD" TO WS-REFUSAL-TEXT
           END-READ.
           IF WS-REFUSAL-TEXT = SPACES
               PERFORM SCREEN-ONE-APPROVAL
           END-IF.
           IF WS-REFUSAL-TEXT = SPACES
               PERFORM WRITE-OFF-ONE-ACCOUNT
           ELSE
               PERFORM REFUSE-ONE-APPROVAL
           END-IF.

       SCREEN-ONE-APPROVAL.
           MOVE 0 TO DSPT-OPEN-AMOUNT.
           IF BAL-CURRENT > 0
               MOVE BAL-CUST-ID TO DSPT-CUST-ID
               CALL "DisputedAmount" USING DSPT-CALL-AREA
           END-IF.
           EVALUATE TRUE
               WHEN WOA-APPROVER = SPACES
                   MOVE "NO APPROVER NAMED" TO WS-REFUSAL-TEXT
               WHEN WOA-AMOUNT NOT NUMERIC OR WOA-AMOUNT = 0
                   MOVE "NO AMOUNT APPROVED" TO WS-REFUSAL-TEXT
               WHEN DELINQ-WRITTEN-OFF
                   MOVE "ALREADY WRITTEN OFF" TO WS-REFUSAL-TEXT
               WHEN NOT DELINQ-COLLECTIONS
                   MOVE "NOT IN COLLECTIONS" TO WS-REFUSAL-TEXT
               WHEN BAL-CURRENT NOT = WOA-AMOUNT
                   MOVE "BALANCE MOVED SINCE APPROVAL"
                       TO WS-REFUSAL-TEXT
               WHEN DSPT-OPEN-AMOUNT > 0
                   MOVE "OPEN DISPUTE ON ACCOUNT" TO WS-REFUSAL-TEXT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           *> Disputed money is settled through DisputeMenu first -
           *> writing it off would bury the customer's complaint.

       WRITE-OFF-ONE-ACCOUNT.
           MOVE SPACES TO FIN-TRAN-RECORD.
           MOVE BAL-CUST-ID TO FIN-CUST-ID.
           MOVE "C" TO FIN-DC-CODE.
           MOVE WOA-AMOUNT TO FIN-AMOUNT.
           MOVE WS-RUN-DATE-YYMMDD TO FIN-TRAN-DATE.
           MOVE WS-WOFF-REFERENCE TO FIN-REFERENCE.
           MOVE "WO" TO FIN-TRAN-TYPE.
           WRITE FIN-TRAN-RECORD.
           MOVE BAL-DELINQ-STATUS TO DLQ-OLD-STATUS.
           SET DELINQ-WRITTEN-OFF TO TRUE.
           REWRITE CUST-BALANCE-RECORD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE WS-RUN-DATE TO DLQ-DATE.
           MOVE WS-STAMP-TIME TO DLQ-TIME.
           MOVE BAL-CUST-ID TO DLQ-CUST-ID.
           MOVE BAL-DELINQ-STATUS TO DLQ-NEW-STATUS.
           WRITE DELINQ-JOURNAL-RECORD.
           ADD 1 TO WS-WRITTEN-OFF-COUNT.
           ADD WOA-AMOUNT TO WS-WRITTEN-OFF-TOTAL.
           MOVE WOA-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WRITTEN OFF " BAL-CUST-ID
               " " WS-AMOUNT-EDIT
               " BY " WOA-APPROVER
               " " WOA-REASON
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WRITEOFF-REGISTER-RECORD FROM WS-REPORT-LINE.
           MOVE BAL-CUST-ID TO NOTE-CUST-ID.
           MOVE WS-RUN-DATE TO NOTE-DATE.
           MOVE WS-STAMP-TIME TO NOTE-TIME.
           MOVE "SYSTEM" TO NOTE-OPERATOR.
           MOVE SPACES TO NOTE-TEXT.
           STRING "BAD DEBT WRITTEN OFF " WS-AMOUNT-EDIT
               " APPROVED BY " WOA-APPROVER
               " - " WOA-REASON
               DELIMITED BY SIZE INTO NOTE-TEXT.
           WRITE CUSTOMER-NOTE-RECORD.
           *> The flag goes on tonight, ahead of the credit posting,
           *> so the WO credit itself is never taken for a recovery
           *> and a payment arriving after it always is.

       REFUSE-ONE-APPROVAL.
           ADD 1 TO WS-REFUSED-COUNT.
           MOVE WOA-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "REFUSED     " WOA-CUST-ID
               " " WS-AMOUNT-EDIT
               " BY " WOA-APPROVER
               " - " WS-REFUSAL-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WRITEOFF-REGISTER-RECORD FROM WS-REPORT-LINE.

       LIST-CANDIDATES.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WRITEOFF-REGISTER-RECORD FROM WS-REPORT-LINE.
           MOVE WS-WOFF-AGE-DAYS TO WS-AGE-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CANDIDATES - IN COLLECTIONS, NO POSTING FOR "
               WS-AGE-EDIT " DAYS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WRITEOFF-REGISTER-RECORD FROM WS-REPORT-LINE.
           MOVE LOW-VALUES TO BAL-CUST-ID.
           START BALANCE-FILE KEY >= BAL-CUST-ID
               INVALID KEY
                   SET BALANCE-EOF TO TRUE
           END-START.
           PERFORM UNTIL BALANCE-EOF
               READ BALANCE-FILE NEXT RECORD
                   AT END
                       SET BALANCE-EOF TO TRUE
                   NOT AT END
                       IF DELINQ-COLLECTIONS AND BAL-CURRENT > 0
                           PERFORM CONSIDER-ONE-CANDIDATE
                       END-IF
               END-READ
           END-PERFORM.

       CONSIDER-ONE-CANDIDATE.
           IF BAL-LAST-POST-DATE IS NUMERIC
               AND BAL-LAST-POST-DATE NOT = 0
               COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER
                   - FUNCTION INTEGER-OF-DATE(BAL-LAST-POST-DATE)
           ELSE
               MOVE WS-WOFF-AGE-DAYS TO WS-AGE-DAYS
           END-IF.
           IF WS-AGE-DAYS >= WS-WOFF-AGE-DAYS
               PERFORM LIST-ONE-CANDIDATE
           END-IF.

       LIST-ONE-CANDIDATE.
           MOVE SPACES TO WS-CUST-NAME.
           IF WS-CUSTOMER-STATUS = "00"
               MOVE BAL-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-CUST-NAME
               END-READ
           END-IF.
           MOVE BAL-CUST-ID TO DSPT-CUST-ID.
           CALL "DisputedAmount" USING DSPT-CALL-AREA.
           ADD 1 TO WS-CANDIDATE-COUNT.
           ADD BAL-CURRENT TO WS-CANDIDATE-TOTAL.
           MOVE BAL-CURRENT TO WS-AMOUNT-EDIT.
           MOVE WS-AGE-DAYS TO WS-AGE-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           IF DSPT-OPEN-AMOUNT > 0
               MOVE DSPT-OPEN-AMOUNT TO WS-DISPUTE-EDIT
               STRING "CANDIDATE   " BAL-CUST-ID " " WS-CUST-NAME
                   " " WS-AMOUNT-EDIT " " WS-AGE-EDIT " DAYS"
                   " DISPUTED " WS-DISPUTE-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "CANDIDATE   " BAL-CUST-ID " " WS-CUST-NAME
                   " " WS-AMOUNT-EDIT " " WS-AGE-EDIT " DAYS"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           WRITE WRITEOFF-REGISTER-RECORD FROM WS-REPORT-LINE.
           *> The amount listed is the amount to approve - an
           *> approval carrying any other figure is refused.

       WRITE-WRITEOFF-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WRITEOFF-REGISTER-RECORD FROM WS-REPORT-LINE.
           MOVE WS-WRITTEN-OFF-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "WRITTEN OFF " WS-WRITTEN-OFF-COUNT
               " TOTAL " WS-TOTAL-EDIT
               " REFUSED " WS-REFUSED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WRITEOFF-REGISTER-RECORD FROM WS-REPORT-LINE.
           MOVE WS-CANDIDATE-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CANDIDATES  " WS-CANDIDATE-COUNT
               " TOTAL " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WRITEOFF-REGISTER-RECORD FROM WS-REPORT-LINE.

       CLOSE-FILES.
           IF WS-BALANCE-OPEN-STATUS = "00"
               CLOSE BALANCE-FILE
           END-IF.
           IF WS-CUSTOMER-STATUS = "00"
               CLOSE CUSTOMER-FILE
           END-IF.
           CLOSE DELINQ-JOURNAL-FILE.
           CLOSE FINANCIAL-TRAN-FILE.
           CLOSE NOTES-FILE.
           CLOSE WRITEOFF-REGISTER-FILE.

       WRITE-OPERATOR-ALERT.
           MOVE "BadDebtWriteOff" TO ALERT-PROGRAM-NAME.
           MOVE RETURN-CODE TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-FILE-STATUSES.
           STRING "BAL=" WS-BALANCE-OPEN-STATUS
               DELIMITED BY SIZE INTO ALERT-FILE-STATUSES.
           MOVE "CHECK CUSTBALF THEN RERUN WRITE-OFF"
               TO ALERT-ACTION-TEXT.
           CALL "AlertWriter" USING ALERT-CALL-AREA.
