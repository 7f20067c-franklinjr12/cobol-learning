       IDENTIFICATION DIVISION.
       PROGRAM-ID. AgencyPlacement.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLACEMENT-FILE ASSIGN TO "AGYPLACE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGY-CUST-ID
               FILE STATUS IS WS-PLACEMENT-STATUS.
           *> Who is with the agency and who has come back. Written
           *> here the night an account is placed, so a rerun never
           *> places the same account twice.

           SELECT ACTION-FILE ASSIGN TO "AGYACTN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACTION-STATUS.
           *> A collections supervisor's instructions for tonight -
           *> R to recall a placed account back in-house, P to let
           *> one that came back go out again. Same "drop a control
           *> record, no recompile" pattern as CUSTEXTC; consumed
           *> once applied.

           SELECT BALANCE-FILE ASSIGN TO "CUSTBALF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-CUST-ID
               FILE STATUS IS WS-BALANCE-STATUS.
           *> An account is eligible once ReceivablesAging has put it
           *> at DELINQ-COLLECTIONS.

           SELECT ARRANGEMENT-FILE ASSIGN TO "ARRANGE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARR-CUST-ID
               FILE STATUS IS WS-ARRANGE-STATUS.
           *> An account keeping an agreed payment arrangement stays
           *> with us - it gets no letter, and it is not placed.

           SELECT POSTING-HISTORY-FILE ASSIGN TO "POSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           *> One pass finds each new placement's latest credit - the
           *> last payment the agency is told about.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADDR-CUST-ID
               FILE STATUS IS WS-ADDRESS-STATUS.
           *> Name, address and phone for the agency. An account with
           *> no address row still goes - blank - and is listed on
           *> the report for the mailing desk.

           SELECT AGENCY-FILE ASSIGN TO "AGYPLC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGENCY-STATUS.
           *> Tonight's HDR/TRL file for the agency, rewritten each
           *> night the way GlInterface rewrites GLINTF.

           SELECT NOTES-FILE ASSIGN TO "CUSTNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTES-STATUS.
           *> A SYSTEM note per placement, recall and close, so the
           *> phone desk knows who is chasing the account.

           SELECT PLACEMENT-REPORT-FILE ASSIGN TO "AGYPLCR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLACEMENT-FILE.
           COPY CUSTAGY.

       FD  ACTION-FILE.
       01  ACTION-RECORD.
           05 ACT-CODE            PIC X(01).
           88 ACT-RECALL          VALUE "R".
           88 ACT-PLACE-AGAIN     VALUE "P".
           05 ACT-CUST-ID         PIC 9(10).

       FD  BALANCE-FILE.
           COPY CUSTBAL.

       FD  ARRANGEMENT-FILE.
           COPY CUSTARR.

       FD  POSTING-HISTORY-FILE.
           COPY POSTHST.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  ADDRESS-FILE.
           COPY CUSTADR.

       FD  AGENCY-FILE.
           COPY AGYFILE.

       FD  NOTES-FILE.
           COPY CUSTNOT.

       FD  PLACEMENT-REPORT-FILE.
       01  PLACEMENT-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PLACEMENT-STATUS     PIC X(02) VALUE "00".
       01 WS-ACTION-STATUS        PIC X(02) VALUE "00".
       01 WS-ACTION-OPEN-STATUS   PIC X(02) VALUE "00".
       01 WS-BALANCE-STATUS       PIC X(02) VALUE "00".
       01 WS-ARRANGE-STATUS       PIC X(02) VALUE "00".
       01 WS-HISTORY-STATUS       PIC X(02) VALUE "00".
       01 WS-CUSTOMER-STATUS      PIC X(02) VALUE "00".
       01 WS-ADDRESS-STATUS       PIC X(02) VALUE "00".
       01 WS-AGENCY-STATUS        PIC X(02) VALUE "00".
       01 WS-NOTES-STATUS         PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS        PIC X(02) VALUE "00".

       01 WS-FILE-EOF-SWITCH      PIC X(01).
       88 FILE-EOF                VALUE "Y".
       88 FILE-NOT-EOF            VALUE "N".

       01 WS-ROW-FOUND-SWITCH     PIC X(01).
       88 ROW-FOUND               VALUE "Y".
       88 ROW-NOT-FOUND           VALUE "N".

       01 WS-ARRANGED-SWITCH      PIC X(01).
       88 UNDER-ARRANGEMENT       VALUE "Y".
       88 NOT-UNDER-ARRANGEMENT   VALUE "N".

       01 WS-CANDIDATE-TABLE.
           05 WS-CAND-ENTRY OCCURS 500 TIMES.
               10 WS-CAND-CUST-ID     PIC 9(10).
               10 WS-CAND-BALANCE     PIC 9(07)V99.
               10 WS-CAND-PAY-DATE    PIC 9(08).
               10 WS-CAND-PAY-AMOUNT  PIC 9(07)V99.
       01 WS-CAND-COUNT           PIC 9(04) VALUE 0.
       01 WS-CAND-INDEX           PIC 9(04).
       01 WS-OVERFLOW-COUNT       PIC 9(06) VALUE 0.
       *> Tonight's new placements held in memory so POSTHIST is
       *> read once, not once per account. Past 500, the rest stay
       *> unplaced and eligible for tomorrow night.

       01 WS-COLLECTABLE          PIC S9(09)V99.
       *> BAL-CURRENT less its open disputes, as ReceivablesAging
       *> works it out - disputed money is not the agency's to
       *> chase.

       01 WS-RUN-DATE             PIC 9(08).
       01 WS-STAMP-TIME           PIC 9(08).
       01 WS-OUTCOME              PIC X(30).
       01 WS-NOTE-WORDS           PIC X(40).

       01 WS-PLACED-COUNT         PIC 9(06) VALUE 0.
       01 WS-PLACED-TOTAL         PIC 9(09)V99 VALUE 0.
       01 WS-RECALLED-COUNT       PIC 9(06) VALUE 0.
       01 WS-CLOSED-COUNT         PIC 9(06) VALUE 0.
       01 WS-AGENCY-RECORDS       PIC 9(06) VALUE 0.
       01 WS-ACTION-REJECTS       PIC 9(06) VALUE 0.
       01 WS-NO-ADDRESS-COUNT     PIC 9(06) VALUE 0.

       01 WS-REPORT-LINE          PIC X(80).
       01 WS-AMOUNT-EDIT          PIC Z(06)9.99.
       01 WS-TOTAL-EDIT           PIC Z(08)9.99.

       COPY DSPTLNK.

       COPY ALERTLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Agency Placement Start ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES.
           IF WS-PLACEMENT-STATUS NOT = "00"
               OR WS-BALANCE-STATUS NOT = "00"
               DISPLAY "Placement or balance file not available - "
                   "PLC=" WS-PLACEMENT-STATUS
                   " BAL=" WS-BALANCE-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPERATOR-ALERT
               STOP RUN
           END-IF.
           *> Nothing is sent to the agency that cannot be marked
           *> placed - the supervisor's actions stay on AGYACTN for
           *> the rerun.
           PERFORM OPEN-WORKING-FILES.
           PERFORM APPLY-SUPERVISOR-ACTIONS.
           PERFORM FIND-ELIGIBLE-ACCOUNTS.
           PERFORM FIND-LAST-PAYMENTS.
           PERFORM PLACE-ONE-ACCOUNT
               VARYING WS-CAND-INDEX FROM 1 BY 1
               UNTIL WS-CAND-INDEX > WS-CAND-COUNT.
           PERFORM WRITE-AGENCY-TRAILER.
           PERFORM WRITE-PLACEMENT-TOTALS.
           PERFORM CLOSE-FILES.
           DISPLAY "Placed: " WS-PLACED-COUNT
               " Recalled: " WS-RECALLED-COUNT
               " Closed: " WS-CLOSED-COUNT.
           DISPLAY "=== Agency Placement End ===".
           IF WS-OVERFLOW-COUNT > 0 OR WS-ACTION-REJECTS > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OPEN-FILES.
           OPEN I-O PLACEMENT-FILE.
           IF WS-PLACEMENT-STATUS = "35"
               OPEN OUTPUT PLACEMENT-FILE
               CLOSE PLACEMENT-FILE
               OPEN I-O PLACEMENT-FILE
           END-IF.
           OPEN INPUT BALANCE-FILE.

       OPEN-WORKING-FILES.
           OPEN INPUT ARRANGEMENT-FILE.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT ADDRESS-FILE.
           OPEN OUTPUT AGENCY-FILE.
           MOVE SPACES TO AGENCY-FILE-RECORD.
           SET AGF-HEADER TO TRUE.
           MOVE WS-RUN-DATE TO AGF-RUN-DATE.
           WRITE AGENCY-FILE-RECORD.
           OPEN EXTEND NOTES-FILE.
           IF WS-NOTES-STATUS NOT = "00"
               OPEN OUTPUT NOTES-FILE
           END-IF.
           OPEN OUTPUT PLACEMENT-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "COLLECTIONS AGENCY PLACEMENT - RUN DATE "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE PLACEMENT-REPORT-RECORD FROM WS-REPORT-LINE.

       APPLY-SUPERVISOR-ACTIONS.
           SET FILE-NOT-EOF TO TRUE.
           OPEN INPUT ACTION-FILE.
           MOVE WS-ACTION-STATUS TO WS-ACTION-OPEN-STATUS.
           IF WS-ACTION-STATUS NOT = "00"
               SET FILE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL FILE-EOF
               READ ACTION-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM APPLY-ONE-ACTION
               END-READ
           END-PERFORM.
           IF WS-ACTION-OPEN-STATUS = "00"
               CLOSE ACTION-FILE
               OPEN OUTPUT ACTION-FILE
               CLOSE ACTION-FILE
           END-IF.

       APPLY-ONE-ACTION.
           MOVE ACT-CUST-ID TO AGY-CUST-ID.
           PERFORM READ-PLACEMENT-ROW.
           EVALUATE TRUE
               WHEN ROW-NOT-FOUND
                   MOVE "NEVER PLACED - ACTION IGNORED" TO WS-OUTCOME
                   ADD 1 TO WS-ACTION-REJECTS
               WHEN ACT-RECALL AND AGY-PLACED
                   PERFORM RECALL-ONE-PLACEMENT
               WHEN ACT-PLACE-AGAIN AND AGY-BACK-IN-HOUSE
                   SET AGY-PLACE-AGAIN TO TRUE
                   REWRITE AGENCY-PLACEMENT-RECORD
                   MOVE "CLEARED TO PLACE AGAIN" TO WS-OUTCOME
               WHEN OTHER
                   MOVE "NOT IN A STATE FOR THAT ACTION"
                       TO WS-OUTCOME
                   ADD 1 TO WS-ACTION-REJECTS
           END-EVALUATE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ACTION " ACT-CODE " " ACT-CUST-ID " " WS-OUTCOME
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE PLACEMENT-REPORT-RECORD FROM WS-REPORT-LINE.

       READ-PLACEMENT-ROW.
           SET ROW-FOUND TO TRUE.
           READ PLACEMENT-FILE
               INVALID KEY
                   SET ROW-NOT-FOUND TO TRUE
           END-READ.

       RECALL-ONE-PLACEMENT.
           SET AGY-BACK-IN-HOUSE TO TRUE.
           MOVE WS-RUN-DATE TO AGY-ENDED-DATE.
           MOVE "RECALLED" TO AGY-END-REASON.
           REWRITE AGENCY-PLACEMENT-RECORD.
           MOVE "RECALLED FROM AGENCY" TO WS-OUTCOME.
           PERFORM WRITE-ENDED-RECORD.
           SET AGF-RECALL TO TRUE.
           WRITE AGENCY-FILE-RECORD.
           ADD 1 TO WS-AGENCY-RECORDS.
           ADD 1 TO WS-RECALLED-COUNT.
           MOVE "RECALLED FROM COLLECTIONS AGENCY"
               TO WS-NOTE-WORDS.
           PERFORM APPEND-PLACEMENT-NOTE.
           *> Back in-house means back on our own letters - the row
           *> is no longer placed, so ReceivablesAging resumes them.

       WRITE-ENDED-RECORD.
           MOVE SPACES TO AGENCY-FILE-RECORD.
           MOVE AGY-CUST-ID TO AGF-CUST-ID.
           MOVE AGY-CUST-ID TO CUST-ID.
           PERFORM LOOK-UP-NAME.
           MOVE AGY-PLACED-BALANCE TO AGF-BALANCE.
           MOVE 0 TO AGF-LAST-PAY-DATE.
           MOVE 0 TO AGF-LAST-PAY-AMOUNT.
           *> Recall and close records name the account and what it
           *> was placed at - the agency matches them to its own
           *> book on the ID. A close goes out at zero.

       FIND-ELIGIBLE-ACCOUNTS.
           SET FILE-NOT-EOF TO TRUE.
           PERFORM UNTIL FILE-EOF
               READ BALANCE-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM CONSIDER-ONE-BALANCE
               END-READ
           END-PERFORM.

       CONSIDER-ONE-BALANCE.
           MOVE BAL-CUST-ID TO AGY-CUST-ID.
           PERFORM READ-PLACEMENT-ROW.
           EVALUATE TRUE
               WHEN ROW-FOUND AND AGY-PLACED
                   IF BAL-CURRENT NOT > 0
                       PERFORM CLOSE-PAID-PLACEMENT
                   END-IF
               WHEN ROW-FOUND AND AGY-BACK-IN-HOUSE
                   CONTINUE
               WHEN NOT DELINQ-COLLECTIONS
                   CONTINUE
               WHEN OTHER
                   PERFORM CONSIDER-NEW-PLACEMENT
           END-EVALUATE.
           *> One recalled or returned stays in-house until a
           *> supervisor clears it to go out again. One paid off
           *> while placed goes again if it falls back into
           *> collections.

       CLOSE-PAID-PLACEMENT.
           SET AGY-CLOSED TO TRUE.
           MOVE WS-RUN-DATE TO AGY-ENDED-DATE.
           MOVE "PAID IN FULL" TO AGY-END-REASON.
           REWRITE AGENCY-PLACEMENT-RECORD.
           PERFORM WRITE-ENDED-RECORD.
           SET AGF-CLOSED TO TRUE.
           MOVE 0 TO AGF-BALANCE.
           WRITE AGENCY-FILE-RECORD.
           ADD 1 TO WS-AGENCY-RECORDS.
           ADD 1 TO WS-CLOSED-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CLOSED " AGY-CUST-ID " PAID IN FULL"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE PLACEMENT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "AGENCY PLACEMENT CLOSED - PAID IN FULL"
               TO WS-NOTE-WORDS.
           PERFORM APPEND-PLACEMENT-NOTE.

       CONSIDER-NEW-PLACEMENT.
           MOVE BAL-CURRENT TO WS-COLLECTABLE.
           MOVE BAL-CUST-ID TO DSPT-CUST-ID.
           CALL "DisputedAmount" USING DSPT-CALL-AREA.
           SUBTRACT DSPT-OPEN-AMOUNT FROM WS-COLLECTABLE.
           PERFORM CHECK-ARRANGEMENT.
           EVALUATE TRUE
               WHEN WS-COLLECTABLE NOT > 0
                   CONTINUE
               WHEN UNDER-ARRANGEMENT
                   CONTINUE
               WHEN WS-CAND-COUNT >= 500
                   ADD 1 TO WS-OVERFLOW-COUNT
               WHEN OTHER
                   ADD 1 TO WS-CAND-COUNT
                   MOVE BAL-CUST-ID TO WS-CAND-CUST-ID(WS-CAND-COUNT)
                   MOVE WS-COLLECTABLE
                       TO WS-CAND-BALANCE(WS-CAND-COUNT)
                   MOVE 0 TO WS-CAND-PAY-DATE(WS-CAND-COUNT)
                   MOVE 0 TO WS-CAND-PAY-AMOUNT(WS-CAND-COUNT)
           END-EVALUATE.

       CHECK-ARRANGEMENT.
           SET NOT-UNDER-ARRANGEMENT TO TRUE.
           IF WS-ARRANGE-STATUS = "00" OR WS-ARRANGE-STATUS = "23"
               MOVE BAL-CUST-ID TO ARR-CUST-ID
               READ ARRANGEMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ARR-ACTIVE
                           SET UNDER-ARRANGEMENT TO TRUE
                       END-IF
               END-READ
           END-IF.

       FIND-LAST-PAYMENTS.
           IF WS-CAND-COUNT > 0
               SET FILE-NOT-EOF TO TRUE
               OPEN INPUT POSTING-HISTORY-FILE
               IF WS-HISTORY-STATUS NOT = "00"
                   SET FILE-EOF TO TRUE
               END-IF
               PERFORM UNTIL FILE-EOF
                   READ POSTING-HISTORY-FILE
                       AT END
                           SET FILE-EOF TO TRUE
                       NOT AT END
                           IF PHIST-CREDIT
                               PERFORM MATCH-ONE-CREDIT
                                   VARYING WS-CAND-INDEX FROM 1 BY 1
                                   UNTIL WS-CAND-INDEX > WS-CAND-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "10"
                   CLOSE POSTING-HISTORY-FILE
               END-IF
           END-IF.
           *> No POSTHIST just means no payment is known - the
           *> account still goes, with its last payment blank.

       MATCH-ONE-CREDIT.
           IF PHIST-CUST-ID = WS-CAND-CUST-ID(WS-CAND-INDEX)
               AND PHIST-POST-DATE >= WS-CAND-PAY-DATE(WS-CAND-INDEX)
               MOVE PHIST-POST-DATE TO WS-CAND-PAY-DATE(WS-CAND-INDEX)
               MOVE PHIST-AMOUNT
                   TO WS-CAND-PAY-AMOUNT(WS-CAND-INDEX)
           END-IF.
           *> POSTHIST is in posting order, so on a tie the later
           *> line wins.

       PLACE-ONE-ACCOUNT.
           MOVE WS-CAND-CUST-ID(WS-CAND-INDEX) TO AGY-CUST-ID.
           PERFORM READ-PLACEMENT-ROW.
           IF ROW-NOT-FOUND
               INITIALIZE AGENCY-PLACEMENT-RECORD
               MOVE WS-CAND-CUST-ID(WS-CAND-INDEX) TO AGY-CUST-ID
           END-IF.
           SET AGY-PLACED TO TRUE.
           MOVE WS-RUN-DATE TO AGY-PLACED-DATE.
           MOVE WS-CAND-BALANCE(WS-CAND-INDEX) TO AGY-PLACED-BALANCE.
           MOVE 0 TO AGY-RECOVERED-TOTAL.
           MOVE 0 TO AGY-COMMISSION-TOTAL.
           MOVE 0 TO AGY-ENDED-DATE.
           MOVE SPACES TO AGY-END-REASON.
           IF ROW-FOUND
               REWRITE AGENCY-PLACEMENT-RECORD
           ELSE
               WRITE AGENCY-PLACEMENT-RECORD
           END-IF.
           MOVE SPACES TO AGENCY-FILE-RECORD.
           SET AGF-PLACEMENT TO TRUE.
           MOVE AGY-CUST-ID TO AGF-CUST-ID.
           MOVE AGY-CUST-ID TO CUST-ID.
           PERFORM LOOK-UP-NAME.
           PERFORM LOOK-UP-ADDRESS.
           MOVE AGY-PLACED-BALANCE TO AGF-BALANCE.
           MOVE WS-CAND-PAY-DATE(WS-CAND-INDEX) TO AGF-LAST-PAY-DATE.
           MOVE WS-CAND-PAY-AMOUNT(WS-CAND-INDEX)
               TO AGF-LAST-PAY-AMOUNT.
           WRITE AGENCY-FILE-RECORD.
           ADD 1 TO WS-AGENCY-RECORDS.
           ADD 1 TO WS-PLACED-COUNT.
           ADD AGY-PLACED-BALANCE TO WS-PLACED-TOTAL.
           MOVE AGY-PLACED-BALANCE TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PLACED " AGY-CUST-ID " " AGF-NAME
               " " WS-AMOUNT-EDIT
               " LAST PAID " AGF-LAST-PAY-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           IF AGF-ADDR-LINE-1 = SPACES
               MOVE "NO ADDRESS" TO WS-REPORT-LINE(70:10)
               ADD 1 TO WS-NO-ADDRESS-COUNT
           END-IF.
           WRITE PLACEMENT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "PLACED WITH COLLECTIONS AGENCY" TO WS-NOTE-WORDS.
           PERFORM APPEND-PLACEMENT-NOTE.

       LOOK-UP-NAME.
           MOVE SPACES TO AGF-NAME.
           IF WS-CUSTOMER-STATUS = "00" OR WS-CUSTOMER-STATUS = "23"
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-NAME TO AGF-NAME
               END-READ
           END-IF.

       LOOK-UP-ADDRESS.
           IF WS-ADDRESS-STATUS = "00" OR WS-ADDRESS-STATUS = "23"
               MOVE AGY-CUST-ID TO ADDR-CUST-ID
               READ ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ADDR-LINE-1 TO AGF-ADDR-LINE-1
                       MOVE ADDR-LINE-2 TO AGF-ADDR-LINE-2
                       MOVE ADDR-CITY TO AGF-CITY
                       MOVE ADDR-POSTAL TO AGF-POSTAL
                       MOVE ADDR-PHONE TO AGF-PHONE
               END-READ
           END-IF.

       APPEND-PLACEMENT-NOTE.
           MOVE AGY-CUST-ID TO NOTE-CUST-ID.
           MOVE WS-RUN-DATE TO NOTE-DATE.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE WS-STAMP-TIME TO NOTE-TIME.
           MOVE "SYSTEM" TO NOTE-OPERATOR.
           MOVE SPACES TO NOTE-TEXT.
           MOVE WS-NOTE-WORDS TO NOTE-TEXT.
           WRITE CUSTOMER-NOTE-RECORD.

       WRITE-AGENCY-TRAILER.
           MOVE SPACES TO AGENCY-FILE-RECORD.
           SET AGF-TRAILER TO TRUE.
           MOVE WS-AGENCY-RECORDS TO AGF-RECORD-COUNT.
           MOVE WS-PLACED-TOTAL TO AGF-PLACED-TOTAL.
           WRITE AGENCY-FILE-RECORD.

       WRITE-PLACEMENT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE PLACEMENT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-PLACED-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PLACED " WS-PLACED-COUNT
               " TOTAL " WS-TOTAL-EDIT
               " RECALLED " WS-RECALLED-COUNT
               " CLOSED " WS-CLOSED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE PLACEMENT-REPORT-RECORD FROM WS-REPORT-LINE.
           IF WS-NO-ADDRESS-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-NO-ADDRESS-COUNT
                   " PLACED WITH NO ADDRESS - SEND ONE TO THE AGENCY"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE PLACEMENT-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           IF WS-OVERFLOW-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-OVERFLOW-COUNT
                   " ELIGIBLE OVER THE 500 LIMIT - PLACED TOMORROW"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE PLACEMENT-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       CLOSE-FILES.
           CLOSE PLACEMENT-FILE.
           CLOSE BALANCE-FILE.
           IF WS-ARRANGE-STATUS = "00" OR WS-ARRANGE-STATUS = "23"
               CLOSE ARRANGEMENT-FILE
           END-IF.
           IF WS-CUSTOMER-STATUS = "00" OR WS-CUSTOMER-STATUS = "23"
               CLOSE CUSTOMER-FILE
           END-IF.
           IF WS-ADDRESS-STATUS = "00" OR WS-ADDRESS-STATUS = "23"
               CLOSE ADDRESS-FILE
           END-IF.
           CLOSE AGENCY-FILE.
           CLOSE NOTES-FILE.
           CLOSE PLACEMENT-REPORT-FILE.

       WRITE-OPERATOR-ALERT.
           MOVE "AgencyPlacement" TO ALERT-PROGRAM-NAME.
           MOVE RETURN-CODE TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-FILE-STATUSES.
           STRING "PLC=" WS-PLACEMENT-STATUS
               " BAL=" WS-BALANCE-STATUS
               DELIMITED BY SIZE INTO ALERT-FILE-STATUSES.
           MOVE "CHECK AGYPLACE AND CUSTBALF THEN RERUN"
               TO ALERT-ACTION-TEXT.
           CALL "AlertWriter" USING ALERT-CALL-AREA.
