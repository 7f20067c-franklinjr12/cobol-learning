       IDENTIFICATION DIVISION.
       PROGRAM-ID. ReceivablesMeasures.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSED-SNAPSHOT-FILE ASSIGN TO "CLOSESNP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSED-SNAP-STATUS.
           *> Left by PeriodClose - the period just closed and the
           *> snapshot generation that froze its balances. Runs
           *> after the close; without it there is nothing to measure.

           SELECT SNAPSHOT-FILE ASSIGN TO DYNAMIC WS-SNAPSHOT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.
           *> Receivables and ladder statuses as the month ended -
           *> the ending side of every measure.

           SELECT PERIOD-TOTALS-FILE ASSIGN TO "PERTOTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOTALS-STATUS.
           *> The closed month's debits (credit sales) and credits
           *> (collections, write-offs among them) per customer,
           *> from the same close.

           SELECT POSTING-HISTORY-FILE ASSIGN TO "POSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-HIST-STATUS.
           *> The trail PeriodClose totalled PERTOTS from - read
           *> here only for the month's WO credits BadDebtWriteOff
           *> posted, so money written off is not taken for money
           *> collected.

           SELECT DELINQ-JOURNAL-FILE ASSIGN TO "DLQJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DLQ-JRNL-STATUS.
           *> Every ladder move ReceivablesAging and BadDebtWriteOff
           *> made. The first move an account made after the last
           *> close's snapshot says where it stood then; an account
           *> that never moved stood where this snapshot has it.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.
           *> Supplies the category each account is measured under.

           SELECT CATEGORY-FILE ASSIGN TO "CATREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAT-CODE
               FILE STATUS IS WS-CATEGORY-STATUS.
           *> Category descriptions for the page headings.

           SELECT PERFORMANCE-HISTORY-FILE ASSIGN TO "RCVPHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RPH-KEY
               FILE STATUS IS WS-PERF-HIST-STATUS.
           *> One row per category per closed month, plus one for
           *> the whole book - the figures each month's measures
           *> are worked from, kept so the trend reaches back a
           *> year though PERTOTS and CLOSESNP only hold the latest
           *> close. A rerun of the same close puts the row back.

           SELECT PERFORMANCE-REPORT-FILE ASSIGN TO DYNAMIC
               WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           *> Run-date-stamped generation (RCVPERF.CCYYMMDD) named
           *> by ReportDater - the whole book first, then a page
           *> per category, each with twelve months of trend.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSED-SNAPSHOT-FILE.
       01  CLOSED-SNAPSHOT-RECORD.
           05 CSN-CLOSED-PERIOD   PIC 9(06).
           05 CSN-SNAPSHOT-NAME   PIC X(17).
           05 CSN-SNAPSHOT-DATE   PIC 9(08).

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD        PIC X(37).

       FD  PERIOD-TOTALS-FILE.
       01  PERIOD-TOTALS-RECORD.
           05 PT-PERIOD           PIC 9(06).
           05 PT-CUST-ID          PIC 9(10).
           05 PT-MTD-DEBITS       PIC 9(09)V99.
           05 PT-MTD-CREDITS      PIC 9(09)V99.
           05 PT-YTD-DEBITS       PIC 9(09)V99.
           05 PT-YTD-CREDITS      PIC 9(09)V99.

       FD  DELINQ-JOURNAL-FILE.
       01  DELINQ-JOURNAL-RECORD.
           05 DLQ-DATE            PIC 9(08).
           05 DLQ-TIME            PIC 9(08).
           05 DLQ-CUST-ID         PIC 9(10).
           05 DLQ-OLD-STATUS      PIC X(01).
           05 DLQ-NEW-STATUS      PIC X(01).

       FD  POSTING-HISTORY-FILE.
           COPY POSTHST.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  CATEGORY-FILE.
           COPY CATREC.

       FD  PERFORMANCE-HISTORY-FILE.
       01  PERFORMANCE-HISTORY-RECORD.
           05 RPH-KEY.
               10 RPH-SCOPE       PIC X(02).
               88 RPH-WHOLE-BOOK  VALUE "AL".
               10 RPH-PERIOD      PIC 9(06).
           *> Scope is the two-digit category code, or AL for the
           *> whole book - so one category's months read back
           *> together in key order.
           05 RPH-ACCOUNTS        PIC 9(06).
           05 RPH-BEGIN-AR        PIC S9(11)V99.
           05 RPH-BEGIN-SOURCE    PIC X(01).
           88 RPH-BEGIN-FROM-HISTORY VALUE "H".
           88 RPH-BEGIN-ROLLED-BACK  VALUE "R".
           *> Last month's ending receivables when its row is on
           *> file; otherwise this month's ending rolled back
           *> through the month's debits and credits.
           05 RPH-END-AR          PIC S9(11)V99.
           05 RPH-END-CURRENT-AR  PIC S9(11)V99.
           05 RPH-CREDIT-SALES    PIC 9(11)V99.
           05 RPH-COLLECTIONS     PIC 9(11)V99.
           05 RPH-WRITE-OFFS      PIC 9(11)V99.
           *> The month's credits split in two - what was paid and
           *> what BadDebtWriteOff wrote off.
           05 RPH-PERIOD-DAYS     PIC 9(02).
           05 RPH-START-CURRENT   PIC 9(06).
           05 RPH-START-LATE      PIC 9(06).
           05 RPH-START-SERIOUS   PIC 9(06).
           05 RPH-START-COLLECT   PIC 9(06).
           05 RPH-TO-LATE         PIC 9(06).
           05 RPH-TO-SERIOUS      PIC 9(06).
           05 RPH-TO-COLLECT      PIC 9(06).
           05 RPH-CURED           PIC 9(06).
           05 RPH-RUN-DATE        PIC 9(08).
           05 RPH-SNAPSHOT-DATE   PIC 9(08).
           *> The date of the snapshot the row was measured from -
           *> the next close counts ladder moves from the day after.
           *> Receivables are net BAL-CURRENT, as the close report
           *> totals them, less written-off accounts. Starting
           *> counts are accounts on each rung as the month began;
           *> rolled counts are those that ended at least a rung
           *> worse, cured those that started delinquent and ended
           *> current.

       FD  PERFORMANCE-REPORT-FILE.
       01  PERFORMANCE-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CLOSED-SNAP-STATUS   PIC X(02) VALUE "00".
       01 WS-SNAPSHOT-STATUS      PIC X(02) VALUE "00".
       01 WS-TOTALS-STATUS        PIC X(02) VALUE "00".
       01 WS-POST-HIST-STATUS     PIC X(02) VALUE "00".
       01 WS-DLQ-JRNL-STATUS      PIC X(02) VALUE "00".
       01 WS-CUSTOMER-STATUS      PIC X(02) VALUE "00".
       01 WS-CATEGORY-STATUS      PIC X(02) VALUE "00".
       01 WS-PERF-HIST-STATUS     PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS        PIC X(02) VALUE "00".

       01 WS-FILE-EOF-SWITCH      PIC X(01) VALUE "N".
       88 FILE-EOF                VALUE "Y".
       88 FILE-NOT-EOF            VALUE "N".
       01 WS-CATREF-EOF-SWITCH    PIC X(01) VALUE "N".
       88 CATREF-EOF              VALUE "Y".
       88 CATREF-NOT-EOF          VALUE "N".
       01 WS-CUSTOMER-FOUND-SWITCH PIC X(01).
       88 CUSTOMER-FOUND          VALUE "Y".
       88 CUSTOMER-NOT-FOUND      VALUE "N".
       01 WS-PRIOR-FOUND-SWITCH   PIC X(01).
       88 PRIOR-MONTH-FOUND       VALUE "Y".
       88 PRIOR-MONTH-MISSING     VALUE "N".
       01 WS-CURRENT-FOUND-SWITCH PIC X(01).
       88 CURRENT-MONTH-FOUND     VALUE "Y".
       88 CURRENT-MONTH-MISSING   VALUE "N".
       01 WS-CUSTMAST-SWITCH      PIC X(01) VALUE "N".
       88 CUSTMAST-OPEN           VALUE "Y".
       88 CUSTMAST-NOT-OPEN       VALUE "N".
       01 WS-HISTORY-SWITCH       PIC X(01) VALUE "N".
       88 HISTORY-OPEN            VALUE "Y".
       88 HISTORY-NOT-OPEN        VALUE "N".

       01 WS-RUN-DATE             PIC 9(08).
       01 WS-CLOSE-PERIOD         PIC 9(06) VALUE 0.
       01 WS-CLOSE-PERIOD-PARTS REDEFINES WS-CLOSE-PERIOD.
           05 WS-CLOSE-YEAR       PIC 9(04).
           05 WS-CLOSE-MM         PIC 9(02).
       01 WS-LAST-MONTH           PIC 9(06).
       01 WS-TREND-FROM           PIC 9(06).
       01 WS-PERIOD-START         PIC 9(08).
       01 WS-NEXT-PERIOD-START    PIC 9(08).
       01 WS-PERIOD-DAYS          PIC 9(02).
       01 WS-ENTRY-MONTH          PIC 9(06).
       01 WS-SNAPSHOT-NAME        PIC X(17) VALUE SPACES.
       01 WS-SNAPSHOT-DATE        PIC 9(08) VALUE 0.
       01 WS-MOVES-AFTER-DATE     PIC 9(08) VALUE 0.
       01 WS-REPORT-NAME          PIC X(17).

       COPY CUSTBAL.
       *> Each snapshot line read into the live layout - the
       *> snapshot is the CUSTBALF record image, byte for byte.

       01 WS-CAT-DESC-TABLE.
           05 WS-CAT-DESC-ENTRY   OCCURS 100 TIMES PIC X(20).

       01 WS-MOVE-TABLE.
           05 WS-MOVE-ENTRY OCCURS 5000 TIMES.
               10 WS-MOV-CUST-ID  PIC 9(10).
               10 WS-MOV-START-STATUS PIC X(01).
       01 WS-MOVE-COUNT           PIC 9(04) VALUE 0.
       01 WS-MOVE-INDEX           PIC 9(04).
       01 WS-MOVE-FOUND           PIC 9(04).
       01 WS-MOVE-OVERFLOW        PIC 9(06) VALUE 0.
       01 WS-PERIOD-MOVES         PIC 9(07) VALUE 0.
       *> The status each account that moved this month stood on
       *> before its first move. An account past the table is
       *> measured as if it never moved, and the run ends rc=4 so
       *> the table gets made bigger.

       01 WS-SCOPE-TABLE.
           05 WS-SCOPE-ROW        OCCURS 101 TIMES.
               10 WS-SCP-USED     PIC X(01).
               10 WS-SCP-ACCOUNTS PIC 9(06).
               10 WS-SCP-END-AR   PIC S9(11)V99.
               10 WS-SCP-END-CURRENT-AR PIC S9(11)V99.
               10 WS-SCP-CREDIT-SALES PIC 9(11)V99.
               10 WS-SCP-COLLECTIONS PIC 9(11)V99.
               10 WS-SCP-WRITE-OFFS PIC 9(11)V99.
               10 WS-SCP-START-COUNT OCCURS 4 TIMES PIC 9(06).
               10 WS-SCP-ROLLED-COUNT OCCURS 3 TIMES PIC 9(06).
               10 WS-SCP-CURED    PIC 9(06).
       01 WS-SCOPE-INDEX          PIC 9(03).
       01 WS-CAT-INDEX            PIC 9(03).
       01 WS-WHOLE-BOOK-INDEX     PIC 9(03) VALUE 101.
       *> Rows 1-100 are CUST-CAT 00-99 by code + 1, the
       *> CategoryExposure spread; row 101 is the whole book.
       *> Start counts and rolls run current, late, serious,
       *> collections - rung 1 rolling to 2, 2 to 3, 3 to 4.

       01 WS-START-STATUS         PIC X(01).
       01 WS-END-STATUS           PIC X(01).
       01 WS-STATUS-IN            PIC X(01).
       01 WS-STATUS-RANK          PIC 9(01).
       01 WS-START-RANK           PIC 9(01).
       01 WS-END-RANK             PIC 9(01).
       *> Current 1, late 2, serious 3, collections 4, written
       *> off 5 - the ladder ReceivablesAging ranks by.

       01 WS-ACCOUNT-COUNT        PIC 9(07) VALUE 0.
       01 WS-OFF-BOOK-COUNT       PIC 9(07) VALUE 0.
       01 WS-UNKNOWN-COUNT        PIC 9(07) VALUE 0.
       01 WS-TOTALS-READ          PIC 9(07) VALUE 0.
       01 WS-WRONG-PERIOD-COUNT   PIC 9(07) VALUE 0.
       01 WS-WRITE-OFF-COUNT      PIC 9(07) VALUE 0.
       01 WS-ROWS-STORED          PIC 9(04) VALUE 0.
       01 WS-SCOPES-PRINTED       PIC 9(04) VALUE 0.

       01 WS-PRIOR-END-AR         PIC S9(11)V99.
       01 WS-CURRENT-HISTORY-IMAGE PIC X(159).
       *> This close's row as the trend read it back, for the
       *> detail lines printed under the change line.

       01 WS-ROW-MEASURES.
           05 WS-ROW-END-AR       PIC S9(11)V99.
           05 WS-ROW-MEASURE OCCURS 6 TIMES.
               10 WS-ROW-VALUE    PIC S9(04)V9.
               10 WS-ROW-VALID    PIC X(01).
       01 WS-PRIOR-MEASURES.
           05 WS-PRI-END-AR       PIC S9(11)V99.
           05 WS-PRI-MEASURE OCCURS 6 TIMES.
               10 WS-PRI-VALUE    PIC S9(04)V9.
               10 WS-PRI-VALID    PIC X(01).
       01 WS-CURRENT-MEASURES.
           05 WS-CUR-END-AR       PIC S9(11)V99.
           05 WS-CUR-MEASURE OCCURS 6 TIMES.
               10 WS-CUR-VALUE    PIC S9(04)V9.
               10 WS-CUR-VALID    PIC X(01).
       01 WS-MEASURE-INDEX        PIC 9(01).
       *> DSO, CEI, then the roll rates current to late, late to
       *> serious, serious to collections, and the cure rate -
       *> the same six columns on every line of the trend. A
       *> measure with nothing to divide by is not valid and
       *> prints N/A rather than a made-up zero.

       01 WS-COLLECTED-AMOUNT     PIC S9(11)V99.
       01 WS-COLLECTIBLE-AMOUNT   PIC S9(11)V99.
       01 WS-RATE-NUMERATOR       PIC 9(06).
       01 WS-RATE-DENOMINATOR     PIC 9(06).
       01 WS-MEASURE-CHANGE       PIC S9(04)V9.
       01 WS-AR-CHANGE            PIC S9(11)V99.

       01 WS-CHANGE-THRESHOLD     PIC 9(02)V9 VALUE 5.0.
       *> A month-over-month move of five days of DSO, or five
       *> points of CEI or of any rate, is starred on the report.

       01 WS-MEASURE-TEXT-TABLE.
           05 WS-MEASURE-TEXT     OCCURS 6 TIMES PIC X(09).
       01 WS-REPORT-LINE          PIC X(100).
       01 WS-MONEY-EDIT           PIC Z(10)9.99-.
       01 WS-MEASURE-EDIT         PIC ZZZ9.9-.
       01 WS-COUNT-EDIT           PIC Z(05)9.
       01 WS-SCOPE-LABEL          PIC X(40).
       01 WS-BEGIN-SOURCE-TEXT    PIC X(18).

       COPY RPTGLNK.

       COPY ALERTLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Receivables Performance Start ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM FIND-CLOSED-SNAPSHOT.
           IF WS-CLOSED-SNAP-STATUS NOT = "00"
               OR WS-SNAPSHOT-STATUS NOT = "00"
               DISPLAY "No closed-period snapshot - CLS="
                   WS-CLOSED-SNAP-STATUS
                   " SNP=" WS-SNAPSHOT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPERATOR-ALERT
               STOP RUN
           END-IF.
           *> Measures worked from the live balances would be
           *> printed under a closed period's name - better none.
           INITIALIZE WS-SCOPE-TABLE.
           PERFORM RESOLVE-PERIOD-DATES.
           PERFORM LOAD-CATEGORY-DESCRIPTIONS.
           PERFORM OPEN-HISTORY-FILE.
           PERFORM FIND-MOVE-WINDOW.
           PERFORM LOAD-PERIOD-MOVES.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-STATUS = "00"
               SET CUSTMAST-OPEN TO TRUE
           ELSE
               DISPLAY "Customer master not available - status "
                   WS-CUSTOMER-STATUS " - whole book only"
           END-IF.
           PERFORM MEASURE-SNAPSHOT.
           PERFORM ADD-PERIOD-TOTALS.
           PERFORM ADD-PERIOD-WRITE-OFFS.
           IF CUSTMAST-OPEN
               CLOSE CUSTOMER-FILE
           END-IF.
           PERFORM STORE-PERIOD-FIGURES.
           PERFORM NAME-REPORT-GENERATION.
           PERFORM WRITE-PERFORMANCE-REPORT.
           IF HISTORY-OPEN
               CLOSE PERFORMANCE-HISTORY-FILE
           END-IF.
           DISPLAY "Period " WS-CLOSE-PERIOD " - accounts measured: "
               WS-ACCOUNT-COUNT " ladder moves: " WS-PERIOD-MOVES
               " scopes reported: " WS-SCOPES-PRINTED.
           DISPLAY "=== Receivables Performance End ===".
           EVALUATE TRUE
               WHEN HISTORY-NOT-OPEN
                   MOVE 8 TO RETURN-CODE
               WHEN CUSTMAST-NOT-OPEN
                   OR WS-TOTALS-STATUS NOT = "00"
                   OR WS-POST-HIST-STATUS NOT = "00"
                   OR WS-MOVE-OVERFLOW > 0
                   OR WS-UNKNOWN-COUNT > 0
                   OR WS-WRONG-PERIOD-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE >= 8
               PERFORM WRITE-OPERATOR-ALERT
           END-IF.
           STOP RUN.

       FIND-CLOSED-SNAPSHOT.
           OPEN INPUT CLOSED-SNAPSHOT-FILE.
           IF WS-CLOSED-SNAP-STATUS = "00"
               READ CLOSED-SNAPSHOT-FILE
                   AT END
                       MOVE "10" TO WS-CLOSED-SNAP-STATUS
                   NOT AT END
                       MOVE CSN-CLOSED-PERIOD TO WS-CLOSE-PERIOD
                       MOVE CSN-SNAPSHOT-NAME TO WS-SNAPSHOT-NAME
                       MOVE CSN-SNAPSHOT-DATE TO WS-SNAPSHOT-DATE
               END-READ
               CLOSE CLOSED-SNAPSHOT-FILE
           END-IF.
           IF WS-CLOSED-SNAP-STATUS = "00"
               OPEN INPUT SNAPSHOT-FILE
           END-IF.

       RESOLVE-PERIOD-DATES.
           COMPUTE WS-PERIOD-START = WS-CLOSE-PERIOD * 100 + 1.
           IF WS-CLOSE-MM = 12
               COMPUTE WS-NEXT-PERIOD-START =
                   (WS-CLOSE-YEAR + 1) * 10000 + 101
               COMPUTE WS-TREND-FROM = WS-CLOSE-PERIOD - 11
           ELSE
               COMPUTE WS-NEXT-PERIOD-START = WS-PERIOD-START + 100
               COMPUTE WS-TREND-FROM = WS-CLOSE-PERIOD - 99
           END-IF.
           COMPUTE WS-PERIOD-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-PERIOD-START)
               - FUNCTION INTEGER-OF-DATE(WS-PERIOD-START).
           IF WS-CLOSE-MM = 1
               COMPUTE WS-LAST-MONTH = WS-CLOSE-PERIOD - 89
           ELSE
               COMPUTE WS-LAST-MONTH = WS-CLOSE-PERIOD - 1
           END-IF.
           *> January steps back to December of the year before;
           *> the trend opens on the same month a year earlier plus
           *> one, so twelve closes show with this one last.

       LOAD-CATEGORY-DESCRIPTIONS.
           MOVE SPACES TO WS-CAT-DESC-TABLE.
           OPEN INPUT CATEGORY-FILE.
           IF WS-CATEGORY-STATUS NOT = "00"
               SET CATREF-EOF TO TRUE
           END-IF.
           PERFORM UNTIL CATREF-EOF
               READ CATEGORY-FILE
                   AT END
                       SET CATREF-EOF TO TRUE
                   NOT AT END
                       MOVE CAT-DESC
                           TO WS-CAT-DESC-ENTRY(CAT-CODE + 1)
               END-READ
           END-PERFORM.
           IF WS-CATEGORY-STATUS = "00" OR WS-CATEGORY-STATUS = "10"
               CLOSE CATEGORY-FILE
           END-IF.

       FIND-MOVE-WINDOW.
           COMPUTE WS-MOVES-AFTER-DATE = WS-PERIOD-START - 1.
           IF HISTORY-OPEN
               SET RPH-WHOLE-BOOK TO TRUE
               MOVE WS-LAST-MONTH TO RPH-PERIOD
               READ PERFORMANCE-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF RPH-SNAPSHOT-DATE > 0
                           AND RPH-SNAPSHOT-DATE < WS-SNAPSHOT-DATE
                           MOVE RPH-SNAPSHOT-DATE
                               TO WS-MOVES-AFTER-DATE
                       END-IF
               END-READ
           END-IF.
           *> The snapshot is taken when the close runs, days into
           *> the next month, so the ladder it shows has moved past
           *> the calendar. The window runs from the day after last
           *> close's snapshot through this one's. With no last
           *> close on file it opens on the first of the month.

       LOAD-PERIOD-MOVES.
           SET FILE-NOT-EOF TO TRUE.
           OPEN INPUT DELINQ-JOURNAL-FILE.
           IF WS-DLQ-JRNL-STATUS NOT = "00"
               DISPLAY "No delinquency journal - every account "
                   "measured as if it never moved"
               SET FILE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL FILE-EOF
               READ DELINQ-JOURNAL-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       IF DLQ-DATE > WS-MOVES-AFTER-DATE
                           AND DLQ-DATE NOT > WS-SNAPSHOT-DATE
                           ADD 1 TO WS-PERIOD-MOVES
                           PERFORM NOTE-ONE-MOVE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-DLQ-JRNL-STATUS = "00" OR WS-DLQ-JRNL-STATUS = "10"
               CLOSE DELINQ-JOURNAL-FILE
           END-IF.
           *> DLQJRNL is only ever extended, so an account's first
           *> entry dated in the window is its first move of it.

       NOTE-ONE-MOVE.
           MOVE DLQ-CUST-ID TO BAL-CUST-ID.
           PERFORM FIND-MOVE-ROW.
           IF WS-MOVE-FOUND = 0
               IF WS-MOVE-COUNT < 5000
                   ADD 1 TO WS-MOVE-COUNT
                   MOVE DLQ-CUST-ID TO WS-MOV-CUST-ID(WS-MOVE-COUNT)
                   MOVE DLQ-OLD-STATUS
                       TO WS-MOV-START-STATUS(WS-MOVE-COUNT)
               ELSE
                   ADD 1 TO WS-MOVE-OVERFLOW
               END-IF
           END-IF.

       FIND-MOVE-ROW.
           MOVE 0 TO WS-MOVE-FOUND.
           PERFORM CHECK-ONE-MOVE-ROW
               VARYING WS-MOVE-INDEX FROM 1 BY 1
               UNTIL WS-MOVE-INDEX > WS-MOVE-COUNT
                  OR WS-MOVE-FOUND > 0.

       CHECK-ONE-MOVE-ROW.
           IF WS-MOV-CUST-ID(WS-MOVE-INDEX) = BAL-CUST-ID
               MOVE WS-MOVE-INDEX TO WS-MOVE-FOUND
           END-IF.

       MEASURE-SNAPSHOT.
           SET FILE-NOT-EOF TO TRUE.
           PERFORM UNTIL FILE-EOF
               READ SNAPSHOT-FILE INTO CUST-BALANCE-RECORD
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM MEASURE-ONE-ACCOUNT
               END-READ
           END-PERFORM.
           CLOSE SNAPSHOT-FILE.

       MEASURE-ONE-ACCOUNT.
           MOVE BAL-DELINQ-STATUS TO WS-END-STATUS.
           PERFORM FIND-MOVE-ROW.
           IF WS-MOVE-FOUND > 0
               MOVE WS-MOV-START-STATUS(WS-MOVE-FOUND)
                   TO WS-START-STATUS
           ELSE
               MOVE WS-END-STATUS TO WS-START-STATUS
           END-IF.
           MOVE WS-START-STATUS TO WS-STATUS-IN.
           PERFORM RANK-ONE-STATUS.
           MOVE WS-STATUS-RANK TO WS-START-RANK.
           MOVE WS-END-STATUS TO WS-STATUS-IN.
           PERFORM RANK-ONE-STATUS.
           MOVE WS-STATUS-RANK TO WS-END-RANK.
           IF WS-START-RANK = 5
               ADD 1 TO WS-OFF-BOOK-COUNT
           ELSE
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE BAL-CUST-ID TO CUST-ID
               PERFORM LOOK-UP-CATEGORY
               MOVE WS-WHOLE-BOOK-INDEX TO WS-SCOPE-INDEX
               PERFORM ADD-ACCOUNT-TO-SCOPE
               IF CUSTOMER-FOUND
                   COMPUTE WS-SCOPE-INDEX = CUST-CAT + 1
                   PERFORM ADD-ACCOUNT-TO-SCOPE
               ELSE
                   ADD 1 TO WS-UNKNOWN-COUNT
               END-IF
           END-IF.
           *> An account written off before the last close has
           *> left the book and is not measured at all. One
           *> written off since counts where it started and
           *> rolls, but carries nothing into the ending figures.

       LOOK-UP-CATEGORY.
           SET CUSTOMER-NOT-FOUND TO TRUE.
           IF CUSTMAST-OPEN
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET CUSTOMER-FOUND TO TRUE
               END-READ
           END-IF.

       RANK-ONE-STATUS.
           EVALUATE WS-STATUS-IN
               WHEN "L"
                   MOVE 2 TO WS-STATUS-RANK
               WHEN "S"
                   MOVE 3 TO WS-STATUS-RANK
               WHEN "X"
                   MOVE 4 TO WS-STATUS-RANK
               WHEN "W"
                   MOVE 5 TO WS-STATUS-RANK
               WHEN OTHER
                   MOVE 1 TO WS-STATUS-RANK
           END-EVALUATE.

       ADD-ACCOUNT-TO-SCOPE.
           MOVE "Y" TO WS-SCP-USED(WS-SCOPE-INDEX).
           ADD 1 TO WS-SCP-START-COUNT(WS-SCOPE-INDEX, WS-START-RANK).
           IF WS-END-RANK < 5
               ADD 1 TO WS-SCP-ACCOUNTS(WS-SCOPE-INDEX)
               ADD BAL-CURRENT TO WS-SCP-END-AR(WS-SCOPE-INDEX)
               IF WS-END-RANK = 1
                   ADD BAL-CURRENT
                       TO WS-SCP-END-CURRENT-AR(WS-SCOPE-INDEX)
               END-IF
           END-IF.
           IF WS-START-RANK < 4 AND WS-END-RANK > WS-START-RANK
               ADD 1 TO
                   WS-SCP-ROLLED-COUNT(WS-SCOPE-INDEX, WS-START-RANK)
           END-IF.
           IF WS-START-RANK > 1 AND WS-END-RANK = 1
               ADD 1 TO WS-SCP-CURED(WS-SCOPE-INDEX)
           END-IF.

       ADD-PERIOD-TOTALS.
           SET FILE-NOT-EOF TO TRUE.
           OPEN INPUT PERIOD-TOTALS-FILE.
           IF WS-TOTALS-STATUS NOT = "00"
               DISPLAY "No period totals - credit sales and "
                   "collections will be zero"
               SET FILE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL FILE-EOF
               READ PERIOD-TOTALS-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM ADD-ONE-CUSTOMER-TOTAL
               END-READ
           END-PERFORM.
           IF WS-TOTALS-STATUS = "00" OR WS-TOTALS-STATUS = "10"
               CLOSE PERIOD-TOTALS-FILE
               MOVE "00" TO WS-TOTALS-STATUS
           END-IF.
           IF WS-WRONG-PERIOD-COUNT > 0
               DISPLAY "Period totals not for period "
                   WS-CLOSE-PERIOD " skipped: " WS-WRONG-PERIOD-COUNT
           END-IF.

       ADD-ONE-CUSTOMER-TOTAL.
           IF PT-PERIOD NOT = WS-CLOSE-PERIOD
               ADD 1 TO WS-WRONG-PERIOD-COUNT
           ELSE
               ADD 1 TO WS-TOTALS-READ
               MOVE PT-CUST-ID TO CUST-ID
               PERFORM LOOK-UP-CATEGORY
               MOVE WS-WHOLE-BOOK-INDEX TO WS-SCOPE-INDEX
               PERFORM ADD-TOTAL-TO-SCOPE
               IF CUSTOMER-FOUND
                   COMPUTE WS-SCOPE-INDEX = CUST-CAT + 1
                   PERFORM ADD-TOTAL-TO-SCOPE
               END-IF
           END-IF.
           *> PERTOTS and CLOSESNP come from the same close; totals
           *> for any other period mean the two have been split.

       ADD-TOTAL-TO-SCOPE.
           MOVE "Y" TO WS-SCP-USED(WS-SCOPE-INDEX).
           ADD PT-MTD-DEBITS TO WS-SCP-CREDIT-SALES(WS-SCOPE-INDEX).
           ADD PT-MTD-CREDITS TO WS-SCP-COLLECTIONS(WS-SCOPE-INDEX).

       ADD-PERIOD-WRITE-OFFS.
           SET FILE-NOT-EOF TO TRUE.
           OPEN INPUT POSTING-HISTORY-FILE.
           IF WS-POST-HIST-STATUS NOT = "00"
               DISPLAY "No posting history - write-offs will be "
                   "zero and counted as collected"
               SET FILE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL FILE-EOF
               READ POSTING-HISTORY-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       COMPUTE WS-ENTRY-MONTH = PHIST-POST-DATE / 100
                       IF WS-ENTRY-MONTH = WS-CLOSE-PERIOD
                           AND PHIST-CREDIT
                           AND PHIST-TRAN-TYPE = "WO"
                           PERFORM ADD-ONE-WRITE-OFF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-POST-HIST-STATUS = "00" OR WS-POST-HIST-STATUS = "10"
               CLOSE POSTING-HISTORY-FILE
               MOVE "00" TO WS-POST-HIST-STATUS
           END-IF.
           *> Dated the way PeriodClose dates PERTOTS, so the
           *> write-offs are the same month's credits, never more.

       ADD-ONE-WRITE-OFF.
           ADD 1 TO WS-WRITE-OFF-COUNT.
           MOVE PHIST-CUST-ID TO CUST-ID.
           PERFORM LOOK-UP-CATEGORY.
           MOVE WS-WHOLE-BOOK-INDEX TO WS-SCOPE-INDEX.
           PERFORM ADD-WRITE-OFF-TO-SCOPE.
           IF CUSTOMER-FOUND
               COMPUTE WS-SCOPE-INDEX = CUST-CAT + 1
               PERFORM ADD-WRITE-OFF-TO-SCOPE
           END-IF.

       ADD-WRITE-OFF-TO-SCOPE.
           MOVE "Y" TO WS-SCP-USED(WS-SCOPE-INDEX).
           ADD PHIST-AMOUNT TO WS-SCP-WRITE-OFFS(WS-SCOPE-INDEX).

       OPEN-HISTORY-FILE.
           OPEN I-O PERFORMANCE-HISTORY-FILE.
           IF WS-PERF-HIST-STATUS = "35"
               OPEN OUTPUT PERFORMANCE-HISTORY-FILE
               CLOSE PERFORMANCE-HISTORY-FILE
               OPEN I-O PERFORMANCE-HISTORY-FILE
           END-IF.
           IF WS-PERF-HIST-STATUS = "00"
               SET HISTORY-OPEN TO TRUE
           ELSE
               DISPLAY "Performance history not available - status "
                   WS-PERF-HIST-STATUS
           END-IF.
           *> The first close creates RCVPHIST empty.

       STORE-PERIOD-FIGURES.
           IF HISTORY-OPEN
               PERFORM STORE-ONE-SCOPE
                   VARYING WS-SCOPE-INDEX FROM 1 BY 1
                   UNTIL WS-SCOPE-INDEX > 101
           END-IF.

       STORE-ONE-SCOPE.
           IF WS-SCP-USED(WS-SCOPE-INDEX) = "Y"
               OR WS-SCOPE-INDEX = WS-WHOLE-BOOK-INDEX
               PERFORM SET-HISTORY-SCOPE
               MOVE WS-LAST-MONTH TO RPH-PERIOD
               SET PRIOR-MONTH-MISSING TO TRUE
               READ PERFORMANCE-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET PRIOR-MONTH-FOUND TO TRUE
                       MOVE RPH-END-AR TO WS-PRIOR-END-AR
               END-READ
               PERFORM BUILD-HISTORY-ROW
               WRITE PERFORMANCE-HISTORY-RECORD
                   INVALID KEY
                       REWRITE PERFORMANCE-HISTORY-RECORD
               END-WRITE
               ADD 1 TO WS-ROWS-STORED
           END-IF.
           *> The whole book is stored even in an empty month, so
           *> its trend never shows a hole where a close ran.

       SET-HISTORY-SCOPE.
           IF WS-SCOPE-INDEX = WS-WHOLE-BOOK-INDEX
               SET RPH-WHOLE-BOOK TO TRUE
           ELSE
               COMPUTE WS-CAT-INDEX = WS-SCOPE-INDEX - 1
               MOVE WS-CAT-INDEX(2:2) TO RPH-SCOPE
           END-IF.

       BUILD-HISTORY-ROW.
           PERFORM SET-HISTORY-SCOPE.
           MOVE WS-CLOSE-PERIOD TO RPH-PERIOD.
           MOVE WS-SCP-ACCOUNTS(WS-SCOPE-INDEX) TO RPH-ACCOUNTS.
           MOVE WS-SCP-END-AR(WS-SCOPE-INDEX) TO RPH-END-AR.
           MOVE WS-SCP-END-CURRENT-AR(WS-SCOPE-INDEX)
               TO RPH-END-CURRENT-AR.
           MOVE WS-SCP-CREDIT-SALES(WS-SCOPE-INDEX)
               TO RPH-CREDIT-SALES.
           MOVE WS-SCP-WRITE-OFFS(WS-SCOPE-INDEX) TO RPH-WRITE-OFFS.
           IF RPH-WRITE-OFFS > WS-SCP-COLLECTIONS(WS-SCOPE-INDEX)
               MOVE 0 TO RPH-COLLECTIONS
           ELSE
               COMPUTE RPH-COLLECTIONS =
                   WS-SCP-COLLECTIONS(WS-SCOPE-INDEX) - RPH-WRITE-OFFS
           END-IF.
           *> Write-offs past the month's credits mean PERTOTS was
           *> missing - nothing is left to call collected.
           IF PRIOR-MONTH-FOUND
               MOVE WS-PRIOR-END-AR TO RPH-BEGIN-AR
               SET RPH-BEGIN-FROM-HISTORY TO TRUE
           ELSE
               COMPUTE RPH-BEGIN-AR = RPH-END-AR
                   - RPH-CREDIT-SALES + RPH-COLLECTIONS
                   + RPH-WRITE-OFFS
               SET RPH-BEGIN-ROLLED-BACK TO TRUE
           END-IF.
           MOVE WS-PERIOD-DAYS TO RPH-PERIOD-DAYS.
           MOVE WS-SCP-START-COUNT(WS-SCOPE-INDEX, 1)
               TO RPH-START-CURRENT.
           MOVE WS-SCP-START-COUNT(WS-SCOPE-INDEX, 2)
               TO RPH-START-LATE.
           MOVE WS-SCP-START-COUNT(WS-SCOPE-INDEX, 3)
               TO RPH-START-SERIOUS.
           MOVE WS-SCP-START-COUNT(WS-SCOPE-INDEX, 4)
               TO RPH-START-COLLECT.
           MOVE WS-SCP-ROLLED-COUNT(WS-SCOPE-INDEX, 1) TO RPH-TO-LATE.
           MOVE WS-SCP-ROLLED-COUNT(WS-SCOPE-INDEX, 2)
               TO RPH-TO-SERIOUS.
           MOVE WS-SCP-ROLLED-COUNT(WS-SCOPE-INDEX, 3)
               TO RPH-TO-COLLECT.
           MOVE WS-SCP-CURED(WS-SCOPE-INDEX) TO RPH-CURED.
           MOVE WS-RUN-DATE TO RPH-RUN-DATE.
           MOVE WS-SNAPSHOT-DATE TO RPH-SNAPSHOT-DATE.

       NAME-REPORT-GENERATION.
           MOVE "RCVPERF" TO RPTGEN-BASE-NAME.
           MOVE WS-RUN-DATE TO RPTGEN-RUN-DATE.
           CALL "ReportDater" USING RPTGEN-CALL-AREA.
           MOVE RPTGEN-FILE-NAME TO WS-REPORT-NAME.

       WRITE-PERFORMANCE-REPORT.
           OPEN OUTPUT PERFORMANCE-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RECEIVABLES PERFORMANCE - PERIOD " WS-CLOSE-PERIOD
               " FROM " WS-SNAPSHOT-NAME " RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE PERFORMANCE-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ACCOUNTS MEASURED " WS-ACCOUNT-COUNT
               " LADDER MOVES IN PERIOD " WS-PERIOD-MOVES
               " DAYS IN PERIOD " WS-PERIOD-DAYS
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE PERFORMANCE-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "LADDER MOVES DATED AFTER " WS-MOVES-AFTER-DATE
               " THROUGH " WS-SNAPSHOT-DATE
               " WRITE-OFFS POSTED " WS-WRITE-OFF-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE PERFORMANCE-REPORT-RECORD FROM WS-REPORT-LINE.
           IF WS-UNKNOWN-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NOT ON CUSTMAST - WHOLE BOOK ONLY "
                   WS-UNKNOWN-COUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE PERFORMANCE-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           IF WS-MOVE-OVERFLOW > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "LADDER MOVES PAST THE TABLE - NOT MEASURED "
                   WS-MOVE-OVERFLOW
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE PERFORMANCE-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DSO = ENDING RECEIVABLES / CREDIT SALES * DAYS."
               " CEI = CASH COLLECTED / COLLECTIBLE * 100."
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE PERFORMANCE-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ROLL AND CURE RATES ARE PERCENT OF ACCOUNTS ON "
               "THE RUNG AT THE LAST CLOSE. * MARKS A MOVE OF 5+."
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE PERFORMANCE-REPORT-RECORD FROM WS-REPORT-LINE.
           IF HISTORY-NOT-OPEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING "PERFORMANCE HISTORY RCVPHIST NOT AVAILABLE - "
                   "STATUS " WS-PERF-HIST-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE PERFORMANCE-REPORT-RECORD FROM WS-REPORT-LINE
           ELSE
               MOVE WS-WHOLE-BOOK-INDEX TO WS-SCOPE-INDEX
               PERFORM WRITE-SCOPE-SECTION
               PERFORM WRITE-CATEGORY-SECTION
                   VARYING WS-SCOPE-INDEX FROM 1 BY 1
                   UNTIL WS-SCOPE-INDEX > 100
           END-IF.
           CLOSE PERFORMANCE-REPORT-FILE.

       WRITE-CATEGORY-SECTION.
           IF WS-SCP-USED(WS-SCOPE-INDEX) = "Y"
               PERFORM WRITE-SCOPE-SECTION
           END-IF.

       WRITE-SCOPE-SECTION.
           ADD 1 TO WS-SCOPES-PRINTED.
           MOVE SPACES TO WS-SCOPE-LABEL.
           IF WS-SCOPE-INDEX = WS-WHOLE-BOOK-INDEX
               MOVE "WHOLE BOOK" TO WS-SCOPE-LABEL
               MOVE SPACES TO WS-REPORT-LINE
               WRITE PERFORMANCE-REPORT-RECORD FROM WS-REPORT-LINE
           ELSE
               COMPUTE WS-CAT-INDEX = WS-SCOPE-INDEX - 1
               STRING "CATEGORY " WS-CAT-INDEX(2:2) " "
                   WS-CAT-DESC-ENTRY(WS-SCOPE-INDEX)
                   DELIMITED BY SIZE INTO WS-SCOPE-LABEL
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RECEIVABLES PERFORMANCE - PERIOD " WS-CLOSE-PERIOD
               " - " WS-SCOPE-LABEL
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           IF WS-SCOPE-INDEX = WS-WHOLE-BOOK-INDEX
               WRITE PERFORMANCE-REPORT-RECORD FROM WS-REPORT-LINE
           ELSE
               WRITE PERFORMANCE-REPORT-RECORD FROM WS-REPORT-LINE
                   AFTER ADVANCING PAGE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  PERIOD   ACCTS     RECEIVABLE     DSO      CEI"
               "      C>L      L>S      S>X     CURE"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE PERFORMANCE-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM WRITE-TREND-LINES.
           PERFORM WRITE-MONTH-CHANGE.
           PERFORM WRITE-PERIOD-DETAIL.
           *> Twelve closes oldest first, this one last, then how
           *> it moved against last month and the figures behind it.

       WRITE-TREND-LINES.
           SET PRIOR-MONTH-MISSING TO TRUE.
           SET CURRENT-MONTH-MISSING TO TRUE.
           PERFORM SET-HISTORY-SCOPE.
           MOVE WS-TREND-FROM TO RPH-PERIOD.
           SET FILE-NOT-EOF TO TRUE.
           START PERFORMANCE-HISTORY-FILE
               KEY IS NOT LESS THAN RPH-KEY
               INVALID KEY
                   SET FILE-EOF TO TRUE
           END-START.
           PERFORM UNTIL FILE-EOF
               READ PERFORMANCE-HISTORY-FILE NEXT RECORD
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM WRITE-ONE-TREND-LINE
               END-READ
           END-PERFORM.

       WRITE-ONE-TREND-LINE.
           IF RPH-PERIOD > WS-CLOSE-PERIOD
               SET FILE-EOF TO TRUE
           END-IF.
           IF WS-SCOPE-INDEX = WS-WHOLE-BOOK-INDEX
               IF NOT RPH-WHOLE-BOOK
                   SET FILE-EOF TO TRUE
               END-IF
           ELSE
               IF RPH-SCOPE NOT = WS-CAT-INDEX(2:2)
                   SET FILE-EOF TO TRUE
               END-IF
           END-IF.
           IF FILE-NOT-EOF
               PERFORM COMPUTE-ROW-MEASURES
               IF RPH-PERIOD = WS-LAST-MONTH
                   SET PRIOR-MONTH-FOUND TO TRUE
                   MOVE WS-ROW-MEASURES TO WS-PRIOR-MEASURES
               END-IF
               IF RPH-PERIOD = WS-CLOSE-PERIOD
                   SET CURRENT-MONTH-FOUND TO TRUE
                   MOVE WS-ROW-MEASURES TO WS-CURRENT-MEASURES
                   MOVE PERFORMANCE-HISTORY-RECORD
                       TO WS-CURRENT-HISTORY-IMAGE
               END-IF
               PERFORM EDIT-ROW-MEASURES
                   VARYING WS-MEASURE-INDEX FROM 1 BY 1
                   UNTIL WS-MEASURE-INDEX > 6
               MOVE RPH-ACCOUNTS TO WS-COUNT-EDIT
               MOVE RPH-END-AR TO WS-MONEY-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " RPH-PERIOD "  " WS-COUNT-EDIT
                   " " WS-MONEY-EDIT
                   WS-MEASURE-TEXT(1) WS-MEASURE-TEXT(2)
                   WS-MEASURE-TEXT(3) WS-MEASURE-TEXT(4)
                   WS-MEASURE-TEXT(5) WS-MEASURE-TEXT(6)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE PERFORMANCE-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       COMPUTE-ROW-MEASURES.
           MOVE RPH-END-AR TO WS-ROW-END-AR.
           MOVE 0 TO WS-ROW-VALUE(1).
           MOVE "N" TO WS-ROW-VALID(1).
           IF RPH-CREDIT-SALES > 0
               MOVE "Y" TO WS-ROW-VALID(1)
               IF RPH-END-AR > 0
                   COMPUTE WS-ROW-VALUE(1) ROUNDED =
                       RPH-END-AR / RPH-CREDIT-SALES * RPH-PERIOD-DAYS
                       ON SIZE ERROR
                           MOVE 9999.9 TO WS-ROW-VALUE(1)
                   END-COMPUTE
               END-IF
           END-IF.
           *> No credit sales in the month leaves nothing for the
           *> receivables to be days of - DSO is not valid.
           COMPUTE WS-COLLECTED-AMOUNT = RPH-BEGIN-AR
               + RPH-CREDIT-SALES - RPH-END-AR - RPH-WRITE-OFFS.
           COMPUTE WS-COLLECTIBLE-AMOUNT = RPH-BEGIN-AR
               + RPH-CREDIT-SALES - RPH-END-CURRENT-AR.
           MOVE 0 TO WS-ROW-VALUE(2).
           MOVE "N" TO WS-ROW-VALID(2).
           IF WS-COLLECTIBLE-AMOUNT > 0
               MOVE "Y" TO WS-ROW-VALID(2)
               COMPUTE WS-ROW-VALUE(2) ROUNDED =
                   WS-COLLECTED-AMOUNT / WS-COLLECTIBLE-AMOUNT * 100
                   ON SIZE ERROR
                       MOVE "N" TO WS-ROW-VALID(2)
               END-COMPUTE
           END-IF.
           *> CEI - of what could have been collected (opening
           *> receivables and the month's sales, less what is still
           *> current at the end), how much was. What left the book
           *> by write-off fell out of the receivables too, but was
           *> not collected, so it comes off the top.
           MOVE RPH-TO-LATE TO WS-RATE-NUMERATOR.
           MOVE RPH-START-CURRENT TO WS-RATE-DENOMINATOR.
           MOVE 3 TO WS-MEASURE-INDEX.
           PERFORM COMPUTE-ONE-RATE.
           MOVE RPH-TO-SERIOUS TO WS-RATE-NUMERATOR.
           MOVE RPH-START-LATE TO WS-RATE-DENOMINATOR.
           MOVE 4 TO WS-MEASURE-INDEX.
           PERFORM COMPUTE-ONE-RATE.
           MOVE RPH-TO-COLLECT TO WS-RATE-NUMERATOR.
           MOVE RPH-START-SERIOUS TO WS-RATE-DENOMINATOR.
           MOVE 5 TO WS-MEASURE-INDEX.
           PERFORM COMPUTE-ONE-RATE.
           MOVE RPH-CURED TO WS-RATE-NUMERATOR.
           COMPUTE WS-RATE-DENOMINATOR = RPH-START-LATE
               + RPH-START-SERIOUS + RPH-START-COLLECT.
           MOVE 6 TO WS-MEASURE-INDEX.
           PERFORM COMPUTE-ONE-RATE.

       COMPUTE-ONE-RATE.
           MOVE 0 TO WS-ROW-VALUE(WS-MEASURE-INDEX).
           IF WS-RATE-DENOMINATOR > 0
               MOVE "Y" TO WS-ROW-VALID(WS-MEASURE-INDEX)
               COMPUTE WS-ROW-VALUE(WS-MEASURE-INDEX) ROUNDED =
                   WS-RATE-NUMERATOR / WS-RATE-DENOMINATOR * 100
           ELSE
               MOVE "N" TO WS-ROW-VALID(WS-MEASURE-INDEX)
           END-IF.

       EDIT-ROW-MEASURES.
           MOVE SPACES TO WS-MEASURE-TEXT(WS-MEASURE-INDEX).
           IF WS-ROW-VALID(WS-MEASURE-INDEX) = "Y"
               MOVE WS-ROW-VALUE(WS-MEASURE-INDEX) TO WS-MEASURE-EDIT
               MOVE WS-MEASURE-EDIT
                   TO WS-MEASURE-TEXT(WS-MEASURE-INDEX)(2:7)
           ELSE
               MOVE "    N/A" TO WS-MEASURE-TEXT(WS-MEASURE-INDEX)(2:7)
           END-IF.

       WRITE-MONTH-CHANGE.
           MOVE SPACES TO WS-REPORT-LINE.
           EVALUATE TRUE
               WHEN CURRENT-MONTH-MISSING
                   STRING "  NO FIGURES STORED FOR " WS-CLOSE-PERIOD
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WHEN PRIOR-MONTH-MISSING
                   STRING "  CHANGE - NO FIGURES ON FILE FOR "
                       WS-LAST-MONTH
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WHEN OTHER
                   PERFORM EDIT-ONE-CHANGE
                       VARYING WS-MEASURE-INDEX FROM 1 BY 1
                       UNTIL WS-MEASURE-INDEX > 6
                   COMPUTE WS-AR-CHANGE =
                       WS-CUR-END-AR - WS-PRI-END-AR
                   MOVE WS-AR-CHANGE TO WS-MONEY-EDIT
                   STRING "  CHANGE         " WS-MONEY-EDIT
                       WS-MEASURE-TEXT(1) WS-MEASURE-TEXT(2)
                       WS-MEASURE-TEXT(3) WS-MEASURE-TEXT(4)
                       WS-MEASURE-TEXT(5) WS-MEASURE-TEXT(6)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-EVALUATE.
           WRITE PERFORMANCE-REPORT-RECORD FROM WS-REPORT-LINE.

       EDIT-ONE-CHANGE.
           MOVE SPACES TO WS-MEASURE-TEXT(WS-MEASURE-INDEX).
           IF WS-CUR-VALID(WS-MEASURE-INDEX) = "Y"
               AND WS-PRI-VALID(WS-MEASURE-INDEX) = "Y"
               COMPUTE WS-MEASURE-CHANGE =
                   WS-CUR-VALUE(WS-MEASURE-INDEX)
                   - WS-PRI-VALUE(WS-MEASURE-INDEX)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-MEASURE-CHANGE
               END-COMPUTE
               MOVE WS-MEASURE-CHANGE TO WS-MEASURE-EDIT
               MOVE WS-MEASURE-EDIT
                   TO WS-MEASURE-TEXT(WS-MEASURE-INDEX)(2:7)
               IF WS-MEASURE-CHANGE >= WS-CHANGE-THRESHOLD
                   OR WS-MEASURE-CHANGE <= 0 - WS-CHANGE-THRESHOLD
                   MOVE "*" TO WS-MEASURE-TEXT(WS-MEASURE-INDEX)(9:1)
               END-IF
           ELSE
               MOVE "    N/A" TO WS-MEASURE-TEXT(WS-MEASURE-INDEX)(2:7)
           END-IF.
           *> Starred either way - a DSO that drops ten days is as
           *> much worth a question as one that climbs ten.

       WRITE-PERIOD-DETAIL.
           IF CURRENT-MONTH-FOUND
               MOVE WS-CURRENT-HISTORY-IMAGE
                   TO PERFORMANCE-HISTORY-RECORD
               IF RPH-BEGIN-FROM-HISTORY
                   MOVE "(LAST MONTH'S END)" TO WS-BEGIN-SOURCE-TEXT
               ELSE
                   MOVE "(ROLLED BACK)" TO WS-BEGIN-SOURCE-TEXT
               END-IF
               MOVE RPH-BEGIN-AR TO WS-MONEY-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  BEGIN RECEIVABLE " WS-MONEY-EDIT " "
                   WS-BEGIN-SOURCE-TEXT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE PERFORMANCE-REPORT-RECORD FROM WS-REPORT-LINE
               MOVE RPH-CREDIT-SALES TO WS-MONEY-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  CREDIT SALES     " WS-MONEY-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE PERFORMANCE-REPORT-RECORD FROM WS-REPORT-LINE
               MOVE RPH-COLLECTIONS TO WS-MONEY-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  COLLECTIONS      " WS-MONEY-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE PERFORMANCE-REPORT-RECORD FROM WS-REPORT-LINE
               MOVE RPH-WRITE-OFFS TO WS-MONEY-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  WRITTEN OFF      " WS-MONEY-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE PERFORMANCE-REPORT-RECORD FROM WS-REPORT-LINE
               MOVE RPH-END-CURRENT-AR TO WS-MONEY-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  CURRENT AT END   " WS-MONEY-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE PERFORMANCE-REPORT-RECORD FROM WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  STARTED CURRENT " RPH-START-CURRENT
                   " LATE " RPH-START-LATE
                   " SERIOUS " RPH-START-SERIOUS
                   " COLLECTIONS " RPH-START-COLLECT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE PERFORMANCE-REPORT-RECORD FROM WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  ROLLED C>L " RPH-TO-LATE
                   " L>S " RPH-TO-SERIOUS
                   " S>X " RPH-TO-COLLECT
                   " CURED " RPH-CURED
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE PERFORMANCE-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       WRITE-OPERATOR-ALERT.
           MOVE "ReceivablesMeasures" TO ALERT-PROGRAM-NAME.
           MOVE RETURN-CODE TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-FILE-STATUSES.
           STRING "CLS=" WS-CLOSED-SNAP-STATUS
               " SNP=" WS-SNAPSHOT-STATUS
               " HST=" WS-PERF-HIST-STATUS
               DELIMITED BY SIZE INTO ALERT-FILE-STATUSES.
           MOVE "CHECK CLOSESNP AND RCVPHIST THEN RERUN"
               TO ALERT-ACTION-TEXT.
           CALL "AlertWriter" USING ALERT-CALL-AREA.
