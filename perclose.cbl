               FILE STATUS IS WS-REPORT-STATUS.
           *> The close report - record counts and money control
           *> totals, the figures the daily MasterBalance sheet is
           *> read against. The whole book first, then the same
           *> figures for each branch on a page of its own.

           SELECT CLOSED-PERIOD-FILE ASSIGN TO "CLOSEDPD"
               ORGANIZATION IS LINE SEQUENTIAL
           *> The latest closed period - what CustomerPosting reads
           *> to refuse postings dated into closed months.

           SELECT CLOSED-SNAPSHOT-FILE ASSIGN TO "CLOSESNP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSED-SNAP-STATUS.
           *> Which generation holds the closed period's balances -
           *> month-end runs that report off the close (the credit
           *> bureau file) read the snapshot named here rather than
           *> guessing the date PeriodClose ran.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-FILE.
       01  CLOSED-PERIOD-RECORD.
           05 CPD-CLOSED-PERIOD   PIC 9(06).

       FD  CLOSED-SNAPSHOT-FILE.
       01  CLOSED-SNAPSHOT-RECORD.
           05 CSN-CLOSED-PERIOD   PIC 9(06).
           05 CSN-SNAPSHOT-NAME   PIC X(17).
           05 CSN-SNAPSHOT-DATE   PIC 9(08).

       WORKING-STORAGE SECTION.
       01 WS-BALANCE-STATUS       PIC X(02) VALUE "00".
       01 WS-HISTORY-STATUS       PIC X(02) VALUE "00".
       01 WS-TOTALS-STATUS        PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS        PIC X(02) VALUE "00".
       01 WS-CLOSED-PD-STATUS     PIC X(02) VALUE "00".
       01 WS-CLOSED-SNAP-STATUS   PIC X(02) VALUE "00".

       01 WS-BALANCE-EOF-SWITCH   PIC X(01) VALUE "N".
       88 BALANCE-EOF             VALUE "Y".
               10 WS-PT-MTD-CR    PIC 9(09)V99.
               10 WS-PT-YTD-DR    PIC 9(09)V99.
               10 WS-PT-YTD-CR    PIC 9(09)V99.
               10 WS-PT-BRANCH    PIC 9(02).
       01 WS-TOTALS-COUNT         PIC 9(04) VALUE 0.
       01 WS-TOTALS-INDEX         PIC 9(04).
       01 WS-FOUND-INDEX          PIC 9(04).
       01 WS-MTD-DEBIT-TOTAL      PIC 9(11)V99 VALUE 0.
       01 WS-MTD-CREDIT-TOTAL     PIC 9(11)V99 VALUE 0.

       01 WS-BRANCH-TOTALS.
           05 WS-BRANCH-ROW       OCCURS 10 TIMES.
               10 WS-BRN-SNAP-COUNT    PIC 9(06).
               10 WS-BRN-BALANCE-TOTAL PIC S9(11)V99.
               10 WS-BRN-MTD-DEBITS    PIC 9(11)V99.
               10 WS-BRN-MTD-CREDITS   PIC 9(11)V99.
               10 WS-BRN-ACTIVE-COUNT  PIC 9(04).
       01 WS-BRANCH-INDEX         PIC 9(02).
       01 WS-BRANCHES-ON-FILE     PIC 9(02) VALUE 0.
       *> The close's control totals again per BranchLookup table
       *> position - 10 holds customers in no branch. A customer's
       *> branch is looked up once, when its totals row is made,
       *> not once per history entry.

       01 WS-REPORT-LINE          PIC X(80).
       01 WS-MONEY-EDIT           PIC Z(10)9.99-.

       COPY RPTGLNK.

       COPY BRNLNK.

       COPY ALERTLNK.

       PROCEDURE DIVISION.
                           FROM CUST-BALANCE-RECORD
                       ADD 1 TO WS-SNAP-COUNT
                       ADD BAL-CURRENT TO WS-SNAP-BALANCE-TOTAL
                       PERFORM ADD-BALANCE-TO-BRANCH
               END-READ
           END-PERFORM.
           CLOSE SNAPSHOT-FILE.
               CLOSE BALANCE-FILE
           END-IF.

       ADD-BALANCE-TO-BRANCH.
           SET BRNL-LOOKUP TO TRUE.
           MOVE BAL-CUST-ID TO BRNL-CUST-ID.
           CALL "BranchLookup" USING BRNL-CALL-AREA.
           MOVE BRNL-BRANCH-COUNT TO WS-BRANCHES-ON-FILE.
           ADD 1 TO WS-BRN-SNAP-COUNT(BRNL-BRANCH-INDEX).
           ADD BAL-CURRENT TO WS-BRN-BALANCE-TOTAL(BRNL-BRANCH-INDEX).

       SUM-PERIOD-HISTORY.
           OPEN INPUT POSTING-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
                   MOVE 0 TO WS-PT-MTD-CR(WS-FOUND-INDEX)
                   MOVE 0 TO WS-PT-YTD-DR(WS-FOUND-INDEX)
                   MOVE 0 TO WS-PT-YTD-CR(WS-FOUND-INDEX)
                   SET BRNL-LOOKUP TO TRUE
                   MOVE PHIST-CUST-ID TO BRNL-CUST-ID
                   CALL "BranchLookup" USING BRNL-CALL-AREA
                   MOVE BRNL-BRANCH-COUNT TO WS-BRANCHES-ON-FILE
                   MOVE BRNL-BRANCH-INDEX
                       TO WS-PT-BRANCH(WS-FOUND-INDEX)
               ELSE
                   ADD 1 TO WS-OVERFLOW-COUNT
               END-IF
           MOVE WS-PT-YTD-DR(WS-TOTALS-INDEX) TO PT-YTD-DEBITS.
           MOVE WS-PT-YTD-CR(WS-TOTALS-INDEX) TO PT-YTD-CREDITS.
           WRITE PERIOD-TOTALS-RECORD.
           MOVE WS-PT-BRANCH(WS-TOTALS-INDEX) TO WS-BRANCH-INDEX.
           ADD 1 TO WS-BRN-ACTIVE-COUNT(WS-BRANCH-INDEX).
           ADD WS-PT-MTD-DR(WS-TOTALS-INDEX)
               TO WS-BRN-MTD-DEBITS(WS-BRANCH-INDEX).
           ADD WS-PT-MTD-CR(WS-TOTALS-INDEX)
               TO WS-BRN-MTD-CREDITS(WS-BRANCH-INDEX).

       WRITE-CLOSE-REPORT.
           OPEN OUTPUT CLOSE-REPORT-FILE.
           STRING "CUSTOMERS WITH ACTIVITY " WS-TOTALS-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CLOSE-REPORT-RECORD FROM WS-REPORT-LINE.
           IF WS-BRANCHES-ON-FILE > 0
               PERFORM WRITE-BRANCH-CLOSE-PAGE
                   VARYING WS-BRANCH-INDEX FROM 1 BY 1
                   UNTIL WS-BRANCH-INDEX > 10
           END-IF.
           CLOSE CLOSE-REPORT-FILE.
           *> These are the control totals the daily MasterBalance
           *> sheet and the register totals are read against at
           *> month-end - one page, no midnight timing games. The
           *> branch pages add up to it.

       WRITE-BRANCH-CLOSE-PAGE.
           IF WS-BRN-SNAP-COUNT(WS-BRANCH-INDEX) > 0
               OR WS-BRN-ACTIVE-COUNT(WS-BRANCH-INDEX) > 0
               SET BRNL-NTH-BRANCH TO TRUE
               MOVE WS-BRANCH-INDEX TO BRNL-BRANCH-INDEX
               CALL "BranchLookup" USING BRNL-CALL-AREA
               MOVE SPACES TO WS-REPORT-LINE
               STRING "PERIOD CLOSE - PERIOD " WS-CLOSE-PERIOD
                   " BRANCH " BRNL-BRANCH-CODE " " BRNL-BRANCH-NAME
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CLOSE-REPORT-RECORD FROM WS-REPORT-LINE
                   AFTER ADVANCING PAGE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "BALANCES FROZEN "
                   WS-BRN-SNAP-COUNT(WS-BRANCH-INDEX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CLOSE-REPORT-RECORD FROM WS-REPORT-LINE
               MOVE WS-BRN-BALANCE-TOTAL(WS-BRANCH-INDEX)
                   TO WS-MONEY-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "TOTAL RECEIVABLE " WS-MONEY-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CLOSE-REPORT-RECORD FROM WS-REPORT-LINE
               MOVE WS-BRN-MTD-DEBITS(WS-BRANCH-INDEX)
                   TO WS-MONEY-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "MONTH DEBITS     " WS-MONEY-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CLOSE-REPORT-RECORD FROM WS-REPORT-LINE
               MOVE WS-BRN-MTD-CREDITS(WS-BRANCH-INDEX)
                   TO WS-MONEY-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "MONTH CREDITS    " WS-MONEY-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CLOSE-REPORT-RECORD FROM WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "CUSTOMERS WITH ACTIVITY "
                   WS-BRN-ACTIVE-COUNT(WS-BRANCH-INDEX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CLOSE-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       STAMP-CLOSED-PERIOD.
           OPEN OUTPUT CLOSED-PERIOD-FILE.
           CLOSE CLOSED-PERIOD-FILE.
           *> From this moment CustomerPosting refuses anything
           *> dated into the closed period or earlier.
           IF WS-BALANCE-STATUS = "00" OR WS-BALANCE-STATUS = "10"
               OPEN OUTPUT CLOSED-SNAPSHOT-FILE
               MOVE WS-CLOSE-PERIOD TO CSN-CLOSED-PERIOD
               MOVE WS-SNAPSHOT-NAME TO CSN-SNAPSHOT-NAME
               MOVE WS-RUN-DATE TO CSN-SNAPSHOT-DATE
               WRITE CLOSED-SNAPSHOT-RECORD
               CLOSE CLOSED-SNAPSHOT-FILE
           END-IF.
           *> A snapshot frozen from an unreadable balance file is
           *> empty - the previous good close stays named instead.

       WRITE-OPERATOR-ALERT.
           MOVE "PeriodClose" TO ALERT-PROGRAM-NAME.
