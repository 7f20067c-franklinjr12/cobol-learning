       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArrangementCheck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARRANGEMENT-FILE ASSIGN TO "ARRANGE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARR-CUST-ID
               FILE STATUS IS WS-ARRANGE-STATUS.
           *> The plans ArrangementMenu keeps. Walked once for the
           *> active ones with an instalment come due, then each of
           *> those is read back by key and rewritten kept, broken,
           *> or completed.

           SELECT POSTING-HISTORY-FILE ASSIGN TO "POSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           *> What the customer actually paid - the credits posted
           *> since the plan was agreed, less any of them that came
           *> back as returned payments.

           SELECT ARRANGE-CONTROL-FILE ASSIGN TO "ARRCHKC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           *> Days of grace after a due date before the instalment
           *> is judged - a cheque posted the day after it was due
           *> has not broken anything. No record means 3 days.

           SELECT WORKLIST-FILE ASSIGN TO "COLLWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKLIST-STATUS.
           *> A broken promise goes straight back to the collectors.

           SELECT NOTES-FILE ASSIGN TO "CUSTNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTES-STATUS.
           *> A SYSTEM note when a plan is broken or completed.

           SELECT ARRANGE-REPORT-FILE ASSIGN TO "ARRCHKR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           *> Every instalment judged tonight, kept or broken.

       DATA DIVISION.
       FILE SECTION.
       FD  ARRANGEMENT-FILE.
           COPY CUSTARR.

       FD  POSTING-HISTORY-FILE.
           COPY POSTHST.

       FD  ARRANGE-CONTROL-FILE.
       01  ARRANGE-CTL-RECORD.
           05 CTL-GRACE-DAYS      PIC 9(03).

       FD  WORKLIST-FILE.
           COPY CUSTWRK.

       FD  NOTES-FILE.
           COPY CUSTNOT.

       FD  ARRANGE-REPORT-FILE.
       01  ARRANGE-REPORT-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ARRANGE-STATUS       PIC X(02) VALUE "00".
       01 WS-ARRANGE-OPEN-STATUS  PIC X(02) VALUE "00".
       01 WS-HISTORY-STATUS       PIC X(02) VALUE "00".
       01 WS-CONTROL-STATUS       PIC X(02) VALUE "00".
       01 WS-WORKLIST-STATUS      PIC X(02) VALUE "00".
       01 WS-NOTES-STATUS         PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS        PIC X(02) VALUE "00".

       01 WS-ARRANGE-EOF-SWITCH   PIC X(01) VALUE "N".
       88 ARRANGE-EOF             VALUE "Y".
       88 ARRANGE-NOT-EOF         VALUE "N".
       01 WS-HISTORY-EOF-SWITCH   PIC X(01) VALUE "N".
       88 HISTORY-EOF             VALUE "Y".
       88 HISTORY-NOT-EOF         VALUE "N".

       01 WS-GRACE-DAYS           PIC 9(03) VALUE 3.

       01 WS-DUE-TABLE.
           05 WS-DUE-ENTRY OCCURS 1000 TIMES.
               10 WS-DT-CUST-ID   PIC 9(10).
               10 WS-DT-SET-DATE  PIC 9(08).
               10 WS-DT-CUTOFF    PIC 9(08).
               10 WS-DT-DUE-DATE  PIC 9(08).
               10 WS-DT-NUMBER    PIC 9(03).
               10 WS-DT-REQUIRED  PIC 9(09)V99.
               10 WS-DT-PAID      PIC S9(09)V99.
               10 WS-DT-FINAL     PIC X(01).
       01 WS-DUE-COUNT            PIC 9(04) VALUE 0.
       01 WS-DUE-INDEX            PIC 9(04).
       01 WS-DUE-FOUND            PIC 9(04).
       01 WS-DUE-OVERFLOW         PIC 9(06) VALUE 0.
       *> One row per active plan with an instalment to judge
       *> tonight - the latest one whose grace has run out, judged
       *> on everything paid since the plan was agreed. Paying
       *> ahead counts; falling behind on any instalment so far
       *> breaks the plan.

       01 WS-DUE-NUMBER           PIC 9(03).
       01 WS-TRY-NUMBER           PIC 9(03).
       01 WS-DUE-DATE             PIC 9(08).
       01 WS-LAST-DUE-DATE        PIC 9(08).
       01 WS-DUE-INTEGER          PIC 9(08).
       01 WS-MONTH-COUNT          PIC 9(06).
       01 WS-START-DATE           PIC 9(08).
       01 WS-START-PARTS REDEFINES WS-START-DATE.
           05 WS-START-YEAR       PIC 9(04).
           05 WS-START-MONTH      PIC 9(02).
           05 WS-START-DAY        PIC 9(02).
       01 WS-DUE-YEAR             PIC 9(04).
       01 WS-DUE-MONTH            PIC 9(02).
       01 WS-SCAN-SWITCH          PIC X(01).
       88 SCAN-DONE               VALUE "Y".
       88 SCAN-GOING              VALUE "N".

       01 WS-RUN-DATE             PIC 9(08).
       01 WS-TODAY-INTEGER        PIC 9(08).
       01 WS-SHORT-AMOUNT         PIC S9(09)V99.

       01 WS-KEPT-COUNT           PIC 9(06) VALUE 0.
       01 WS-BROKEN-COUNT         PIC 9(06) VALUE 0.
       01 WS-COMPLETED-COUNT      PIC 9(06) VALUE 0.

       01 WS-REPORT-LINE          PIC X(80).
       01 WS-AMOUNT-EDIT          PIC Z(06)9.99.
       01 WS-PAID-EDIT            PIC Z(06)9.99-.
       01 WS-NUMBER-EDIT          PIC ZZ9.

       COPY ALERTLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Arrangement Check Start ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           PERFORM READ-ARRANGE-CONTROL.
           PERFORM OPEN-FILES.
           IF WS-ARRANGE-OPEN-STATUS = "00"
               PERFORM LOAD-DUE-TABLE
               PERFORM SUM-PAYMENTS
               PERFORM JUDGE-ONE-ARRANGEMENT
                   VARYING WS-DUE-INDEX FROM 1 BY 1
                   UNTIL WS-DUE-INDEX > WS-DUE-COUNT
           END-IF.
           PERFORM WRITE-CHECK-TOTALS.
           PERFORM CLOSE-FILES.
           DISPLAY "Kept: " WS-KEPT-COUNT
               " Broken: " WS-BROKEN-COUNT
               " Completed: " WS-COMPLETED-COUNT.
           DISPLAY "=== Arrangement Check End ===".
           EVALUATE TRUE
               WHEN WS-ARRANGE-OPEN-STATUS NOT = "00"
                   AND WS-ARRANGE-OPEN-STATUS NOT = "35"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-HISTORY-STATUS NOT = "00"
                   AND WS-HISTORY-STATUS NOT = "10"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-DUE-OVERFLOW > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-BROKEN-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE >= 8
               PERFORM WRITE-OPERATOR-ALERT
           END-IF.
           STOP RUN.
           *> No ARRANGE file at all (35) just means no plan has
           *> ever been set up. A plan left unjudged is worse than a
           *> failed run - it would go on holding the ladder - so
           *> table overflow is an 8.

       READ-ARRANGE-CONTROL.
           OPEN INPUT ARRANGE-CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ ARRANGE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-GRACE-DAYS IS NUMERIC
                           MOVE CTL-GRACE-DAYS TO WS-GRACE-DAYS
                       END-IF
               END-READ
               CLOSE ARRANGE-CONTROL-FILE
           END-IF.

       OPEN-FILES.
           OPEN I-O ARRANGEMENT-FILE.
           MOVE WS-ARRANGE-STATUS TO WS-ARRANGE-OPEN-STATUS.
           OPEN EXTEND WORKLIST-FILE.
           IF WS-WORKLIST-STATUS NOT = "00"
               OPEN OUTPUT WORKLIST-FILE
           END-IF.
           OPEN EXTEND NOTES-FILE.
           IF WS-NOTES-STATUS NOT = "00"
               OPEN OUTPUT NOTES-FILE
           END-IF.
           OPEN OUTPUT ARRANGE-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PAYMENT ARRANGEMENT CHECK - RUN DATE " WS-RUN-DATE
               " GRACE " WS-GRACE-DAYS " DAYS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE ARRANGE-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE ARRANGE-REPORT-RECORD FROM WS-REPORT-LINE.

       LOAD-DUE-TABLE.
           MOVE LOW-VALUES TO ARR-CUST-ID.
           START ARRANGEMENT-FILE KEY >= ARR-CUST-ID
               INVALID KEY
                   SET ARRANGE-EOF TO TRUE
           END-START.
           PERFORM UNTIL ARRANGE-EOF
               READ ARRANGEMENT-FILE NEXT RECORD
                   AT END
                       SET ARRANGE-EOF TO TRUE
                   NOT AT END
                       IF ARR-ACTIVE
                           PERFORM FIND-INSTALMENT-DUE
                       END-IF
               END-READ
           END-PERFORM.

       FIND-INSTALMENT-DUE.
           MOVE ARR-KEPT-COUNT TO WS-DUE-NUMBER.
           MOVE 0 TO WS-LAST-DUE-DATE.
           SET SCAN-GOING TO TRUE.
           PERFORM TRY-NEXT-INSTALMENT UNTIL SCAN-DONE.
           IF WS-DUE-NUMBER > ARR-KEPT-COUNT
               PERFORM ADD-DUE-ENTRY
           END-IF.
           *> Walks forward from the last instalment kept to the
           *> latest one whose grace is over - normally one, more
           *> only when the run has missed a night.

       TRY-NEXT-INSTALMENT.
           COMPUTE WS-TRY-NUMBER = WS-DUE-NUMBER + 1.
           PERFORM COMPUTE-DUE-DATE.
           IF WS-DUE-DATE > ARR-END-DATE
               SET SCAN-DONE TO TRUE
           ELSE
               COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DUE-DATE)
                   + WS-GRACE-DAYS
               IF WS-DUE-INTEGER < WS-TODAY-INTEGER
                   MOVE WS-TRY-NUMBER TO WS-DUE-NUMBER
                   MOVE WS-DUE-DATE TO WS-LAST-DUE-DATE
               ELSE
                   SET SCAN-DONE TO TRUE
               END-IF
           END-IF.

       COMPUTE-DUE-DATE.
           EVALUATE TRUE
               WHEN ARR-WEEKLY
                   COMPUTE WS-DUE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(ARR-START-DATE)
                       + (WS-TRY-NUMBER - 1) * 7
                   COMPUTE WS-DUE-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)
               WHEN ARR-FORTNIGHTLY
                   COMPUTE WS-DUE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(ARR-START-DATE)
                       + (WS-TRY-NUMBER - 1) * 14
                   COMPUTE WS-DUE-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)
               WHEN OTHER
                   MOVE ARR-START-DATE TO WS-START-DATE
                   COMPUTE WS-MONTH-COUNT =
                       WS-START-YEAR * 12
                       + WS-START-MONTH - 1
                       + WS-TRY-NUMBER - 1
                   COMPUTE WS-DUE-YEAR = WS-MONTH-COUNT / 12
                   COMPUTE WS-DUE-MONTH =
                       FUNCTION MOD(WS-MONTH-COUNT, 12) + 1
                   COMPUTE WS-DUE-DATE = WS-DUE-YEAR * 10000
                       + WS-DUE-MONTH * 100
                       + WS-START-DAY
           END-EVALUATE.
           *> A monthly plan keeps its start day - never past the
           *> 28th, so every month has it.

       ADD-DUE-ENTRY.
           IF WS-DUE-COUNT < 1000
               ADD 1 TO WS-DUE-COUNT
               MOVE ARR-CUST-ID TO WS-DT-CUST-ID(WS-DUE-COUNT)
               MOVE ARR-SET-DATE TO WS-DT-SET-DATE(WS-DUE-COUNT)
               MOVE WS-LAST-DUE-DATE TO WS-DT-DUE-DATE(WS-DUE-COUNT)
               COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-LAST-DUE-DATE)
                   + WS-GRACE-DAYS
               COMPUTE WS-DT-CUTOFF(WS-DUE-COUNT) =
                   FUNCTION DATE-OF-INTEGER(WS-DUE-INTEGER)
               MOVE WS-DUE-NUMBER TO WS-DT-NUMBER(WS-DUE-COUNT)
               COMPUTE WS-DT-REQUIRED(WS-DUE-COUNT) =
                   ARR-INSTALMENT * WS-DUE-NUMBER
               MOVE 0 TO WS-DT-PAID(WS-DUE-COUNT)
               COMPUTE WS-TRY-NUMBER = WS-DUE-NUMBER + 1
               PERFORM COMPUTE-DUE-DATE
               IF WS-DUE-DATE > ARR-END-DATE
                   MOVE "Y" TO WS-DT-FINAL(WS-DUE-COUNT)
               ELSE
                   MOVE "N" TO WS-DT-FINAL(WS-DUE-COUNT)
               END-IF
           ELSE
               ADD 1 TO WS-DUE-OVERFLOW
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NOT CHECKED " ARR-CUST-ID
                   " - OVER 1000 INSTALMENTS DUE TONIGHT"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE ARRANGE-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       SUM-PAYMENTS.
           IF WS-DUE-COUNT > 0
               OPEN INPUT POSTING-HISTORY-FILE
               IF WS-HISTORY-STATUS NOT = "00"
                   DISPLAY "Posting history not available - status "
                       WS-HISTORY-STATUS
                   MOVE 0 TO WS-DUE-COUNT
                   SET HISTORY-EOF TO TRUE
               END-IF
               PERFORM UNTIL HISTORY-EOF
                   READ POSTING-HISTORY-FILE
                       AT END
                           SET HISTORY-EOF TO TRUE
                       NOT AT END
                           PERFORM COUNT-ONE-HISTORY-LINE
                   END-READ
               END-PERFORM
               IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "10"
                   CLOSE POSTING-HISTORY-FILE
               END-IF
           END-IF.
           *> Without the history nobody can say a plan was broken,
           *> so nothing is judged - the plans stand until a run
           *> that can see the payments.

       COUNT-ONE-HISTORY-LINE.
           MOVE 0 TO WS-DUE-FOUND.
           PERFORM CHECK-ONE-DUE-ENTRY
               VARYING WS-DUE-INDEX FROM 1 BY 1
               UNTIL WS-DUE-INDEX > WS-DUE-COUNT
                  OR WS-DUE-FOUND > 0.
           IF WS-DUE-FOUND > 0
               IF PHIST-POST-DATE >= WS-DT-SET-DATE(WS-DUE-FOUND)
                   AND PHIST-POST-DATE <= WS-DT-CUTOFF(WS-DUE-FOUND)
                   EVALUATE TRUE
                       WHEN PHIST-CREDIT AND PHIST-TRAN-TYPE = "DS"
                           CONTINUE
                       WHEN PHIST-CREDIT AND PHIST-TRAN-TYPE = "WO"
                           CONTINUE
                       WHEN PHIST-CREDIT
                           ADD PHIST-AMOUNT
                               TO WS-DT-PAID(WS-DUE-FOUND)
                       WHEN PHIST-TRAN-TYPE = "RP"
                           SUBTRACT PHIST-AMOUNT
                               FROM WS-DT-PAID(WS-DUE-FOUND)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.
           *> Dispute credits and write-offs are not the customer
           *> paying; a returned payment takes its credit back.

       CHECK-ONE-DUE-ENTRY.
           IF WS-DT-CUST-ID(WS-DUE-INDEX) = PHIST-CUST-ID
               MOVE WS-DUE-INDEX TO WS-DUE-FOUND
           END-IF.

       JUDGE-ONE-ARRANGEMENT.
           MOVE WS-DT-CUST-ID(WS-DUE-INDEX) TO ARR-CUST-ID.
           READ ARRANGEMENT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-DT-PAID(WS-DUE-INDEX)
                       >= WS-DT-REQUIRED(WS-DUE-INDEX)
                       PERFORM MARK-INSTALMENT-KEPT
                   ELSE
                       PERFORM MARK-ARRANGEMENT-BROKEN
                   END-IF
           END-READ.

       MARK-INSTALMENT-KEPT.
           MOVE WS-DT-NUMBER(WS-DUE-INDEX) TO ARR-KEPT-COUNT.
           ADD 1 TO WS-KEPT-COUNT.
           IF WS-DT-FINAL(WS-DUE-INDEX) = "Y"
               SET ARR-COMPLETED TO TRUE
               MOVE WS-RUN-DATE TO ARR-CLOSE-DATE
               ADD 1 TO WS-COMPLETED-COUNT
           END-IF.
           REWRITE PAYMENT-ARRANGEMENT-RECORD.
           MOVE WS-DT-NUMBER(WS-DUE-INDEX) TO WS-NUMBER-EDIT.
           MOVE WS-DT-REQUIRED(WS-DUE-INDEX) TO WS-AMOUNT-EDIT.
           MOVE WS-DT-PAID(WS-DUE-INDEX) TO WS-PAID-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "KEPT      " ARR-CUST-ID
               " NO " WS-NUMBER-EDIT
               " DUE " WS-DT-DUE-DATE(WS-DUE-INDEX)
               " OWED " WS-AMOUNT-EDIT
               " PAID " WS-PAID-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE ARRANGE-REPORT-RECORD FROM WS-REPORT-LINE.
           IF ARR-COMPLETED
               MOVE ARR-CUST-ID TO NOTE-CUST-ID
               MOVE SPACES TO NOTE-TEXT
               STRING "ARRANGEMENT COMPLETED - " ARR-KEPT-COUNT
                   " INSTALMENTS KEPT"
                   DELIMITED BY SIZE INTO NOTE-TEXT
               PERFORM WRITE-SYSTEM-NOTE
           END-IF.

       MARK-ARRANGEMENT-BROKEN.
           SET ARR-BROKEN TO TRUE.
           MOVE WS-RUN-DATE TO ARR-CLOSE-DATE.
           REWRITE PAYMENT-ARRANGEMENT-RECORD.
           ADD 1 TO WS-BROKEN-COUNT.
           COMPUTE WS-SHORT-AMOUNT = WS-DT-REQUIRED(WS-DUE-INDEX)
               - WS-DT-PAID(WS-DUE-INDEX).
           MOVE WS-DT-NUMBER(WS-DUE-INDEX) TO WS-NUMBER-EDIT.
           MOVE WS-DT-REQUIRED(WS-DUE-INDEX) TO WS-AMOUNT-EDIT.
           MOVE WS-DT-PAID(WS-DUE-INDEX) TO WS-PAID-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "BROKEN    " ARR-CUST-ID
               " NO " WS-NUMBER-EDIT
               " DUE " WS-DT-DUE-DATE(WS-DUE-INDEX)
               " OWED " WS-AMOUNT-EDIT
               " PAID " WS-PAID-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE ARRANGE-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE ARR-CUST-ID TO WORK-CUST-ID.
           MOVE WS-RUN-DATE TO WORK-DATE.
           MOVE "ARRCHECK" TO WORK-SOURCE.
           MOVE "PAYMENT ARRANGEMENT BROKEN" TO WORK-REASON.
           MOVE WS-SHORT-AMOUNT TO WORK-AMOUNT.
           WRITE COLLECTIONS-WORK-RECORD.
           MOVE WS-SHORT-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE ARR-CUST-ID TO NOTE-CUST-ID.
           MOVE SPACES TO NOTE-TEXT.
           STRING "ARRANGEMENT BROKEN AT INSTALMENT " WS-NUMBER-EDIT
               " - SHORT " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO NOTE-TEXT.
           PERFORM WRITE-SYSTEM-NOTE.
           *> From tonight's aging on the account is back on the
           *> ladder like any other - the hold lifts with the
           *> status.

       WRITE-SYSTEM-NOTE.
           MOVE WS-RUN-DATE TO NOTE-DATE.
           ACCEPT NOTE-TIME FROM TIME.
           MOVE "SYSTEM" TO NOTE-OPERATOR.
           WRITE CUSTOMER-NOTE-RECORD.

       WRITE-CHECK-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE ARRANGE-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "KEPT " WS-KEPT-COUNT
               " BROKEN " WS-BROKEN-COUNT
               " COMPLETED " WS-COMPLETED-COUNT
               " NOT CHECKED " WS-DUE-OVERFLOW
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE ARRANGE-REPORT-RECORD FROM WS-REPORT-LINE.

       CLOSE-FILES.
           IF WS-ARRANGE-OPEN-STATUS = "00"
               CLOSE ARRANGEMENT-FILE
           END-IF.
           CLOSE WORKLIST-FILE.
           CLOSE NOTES-FILE.
           CLOSE ARRANGE-REPORT-FILE.

       WRITE-OPERATOR-ALERT.
           MOVE "ArrangementCheck" TO ALERT-PROGRAM-NAME.
           MOVE RETURN-CODE TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-FILE-STATUSES.
           STRING "ARR=" WS-ARRANGE-OPEN-STATUS
               " HIST=" WS-HISTORY-STATUS
               DELIMITED BY SIZE INTO ALERT-FILE-STATUSES.
           MOVE "CHECK ARRANGE AND POSTHIST THEN RERUN"
               TO ALERT-ACTION-TEXT.
           CALL "AlertWriter" USING ALERT-CALL-AREA.
