               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           *> One line per category with accounts, debit total, and
           *> share of total receivables, then one per corporate
           *> group against its group limit. Then a page per branch
           *> - its categories, its share of its own receivables,
           *> and its subtotal. Limits stay whole-book figures.

           SELECT RELATION-FILE ASSIGN TO "CUSTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-CUST-ID
               ALTERNATE RECORD KEY IS REL-PARENT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-RELATION-STATUS.
           *> The corporate groups CustomerGroupMenu keeps. Each
           *> balance is looked up by key as the book is summed, and
           *> a member's balance rolls up to its parent's group.

       DATA DIVISION.
       FILE SECTION.
       FD  EXPOSURE-REPORT-FILE.
       01  EXPOSURE-REPORT-RECORD PIC X(100).

       FD  RELATION-FILE.
           COPY CUSTREL.

       WORKING-STORAGE SECTION.
       01 WS-BALANCE-STATUS       PIC X(02) VALUE "00".
       01 WS-CUSTOMER-STATUS      PIC X(02) VALUE "00".
       01 WS-CATEGORY-STATUS      PIC X(02) VALUE "00".
       01 WS-LIMIT-STATUS         PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS        PIC X(02) VALUE "00".
       01 WS-RELATION-STATUS      PIC X(02) VALUE "00".

       01 WS-BALANCE-EOF-SWITCH   PIC X(01) VALUE "N".
       88 BALANCE-EOF             VALUE "Y".
       01 WS-LIMIT-EOF-SWITCH     PIC X(01) VALUE "N".
       88 LIMIT-EOF               VALUE "Y".
       88 LIMIT-NOT-EOF           VALUE "N".
       01 WS-RELATION-EOF-SWITCH  PIC X(01) VALUE "N".
       88 RELATION-EOF            VALUE "Y".
       88 RELATION-NOT-EOF        VALUE "N".

       01 WS-EXPOSURE-TABLE.
           05 WS-EXPO-ROW         OCCURS 100 TIMES.
       *> One row per CUST-CAT 00-99, indexed by code + 1 - the
       *> same spread the aging report keeps its buckets in.

       01 WS-GROUP-TABLE.
           05 WS-GROUP-ROW        OCCURS 500 TIMES.
               10 WS-GRP-PARENT-ID PIC 9(10).
               10 WS-GRP-LIMIT    PIC 9(09)V99.
               10 WS-GRP-BALANCE  PIC S9(11)V99.
               10 WS-GRP-MEMBERS  PIC 9(04).
       01 WS-GROUP-COUNT          PIC 9(03) VALUE 0.
       01 WS-GROUP-INDEX          PIC 9(03).
       01 WS-GROUP-FOUND          PIC 9(03).
       01 WS-GROUP-OVERFLOW       PIC 9(04) VALUE 0.
       01 WS-GROUP-BREACH-COUNT   PIC 9(03) VALUE 0.
       *> One row per group parent on CUSTREL. The group balance
       *> is every member's balance netted, credit or debit - the
       *> same figure CustomerPosting holds a member's debits
       *> against, so the report and the hold queue agree.

       01 WS-CAT-DESC-TABLE.
           05 WS-CAT-DESC-ENTRY   OCCURS 100 TIMES PIC X(20).

       01 WS-BRANCH-EXPOSURE.
           05 WS-BRANCH-ROW       OCCURS 10 TIMES.
               10 WS-BRN-COUNT    PIC 9(06).
               10 WS-BRN-TOTAL    PIC 9(11)V99.
               10 WS-BRN-CAT-ROW  OCCURS 100 TIMES.
                   15 WS-BRN-CAT-COUNT PIC 9(06).
                   15 WS-BRN-CAT-TOTAL PIC 9(11)V99.
       01 WS-BRANCH-INDEX         PIC 9(02).
       01 WS-CUST-BRANCH          PIC 9(02).
       01 WS-BRANCHES-ON-FILE     PIC 9(02) VALUE 0.
       *> The category spread again per BranchLookup table
       *> position - 10 holds customers in no branch.

       01 WS-GRAND-TOTAL          PIC 9(11)V99 VALUE 0.
       01 WS-UNKNOWN-COUNT        PIC 9(06) VALUE 0.
       01 WS-SHARE-PCT            PIC 9(03)V99.
       01 WS-TOTAL-EDIT           PIC Z(09)9.99.
       01 WS-LIMIT-EDIT           PIC Z(08)9.99.
       01 WS-PCT-EDIT             PIC ZZ9.99.
       01 WS-GROUP-EDIT           PIC Z(10)9.99-.

       COPY BRNLNK.

       COPY ALERTLNK.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-CATEGORY-DESCRIPTIONS.
           PERFORM LOAD-EXPOSURE-LIMITS.
           PERFORM LOAD-GROUP-PARENTS.
           PERFORM SUM-THE-BOOK.
           PERFORM WRITE-EXPOSURE-REPORT.
           DISPLAY "Limit breaches: " WS-BREACH-COUNT
               " Balances with no master: " WS-UNKNOWN-COUNT.
           DISPLAY "Groups: " WS-GROUP-COUNT
               " over group limit: " WS-GROUP-BREACH-COUNT.
           DISPLAY "=== Category Exposure End ===".
           EVALUATE TRUE
               WHEN WS-BALANCE-STATUS NOT = "00"
                   AND WS-BALANCE-STATUS NOT = "10"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-BREACH-COUNT > 0 OR WS-GROUP-BREACH-COUNT > 0
                   OR WS-GROUP-OVERFLOW > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           *> A category with no CATLIMIT record keeps a zero
           *> limit, which means no limit to cross.

       LOAD-GROUP-PARENTS.
           OPEN INPUT RELATION-FILE.
           IF WS-RELATION-STATUS NOT = "00"
               SET RELATION-EOF TO TRUE
           END-IF.
           PERFORM UNTIL RELATION-EOF
               READ RELATION-FILE NEXT RECORD
                   AT END
                       SET RELATION-EOF TO TRUE
                   NOT AT END
                       IF REL-PARENT
                           PERFORM LOAD-ONE-GROUP-PARENT
                       END-IF
               END-READ
           END-PERFORM.
           *> Left open - SUM-ONE-GROUP-MEMBER reads it by key. No
           *> CUSTREL means no groups and no group section.

       LOAD-ONE-GROUP-PARENT.
           IF WS-GROUP-COUNT < 500
               ADD 1 TO WS-GROUP-COUNT
               MOVE REL-CUST-ID TO WS-GRP-PARENT-ID(WS-GROUP-COUNT)
               MOVE REL-GROUP-LIMIT TO WS-GRP-LIMIT(WS-GROUP-COUNT)
               MOVE 0 TO WS-GRP-BALANCE(WS-GROUP-COUNT)
               MOVE 0 TO WS-GRP-MEMBERS(WS-GROUP-COUNT)
           ELSE
               ADD 1 TO WS-GROUP-OVERFLOW
           END-IF.

       SUM-THE-BOOK.
           OPEN INPUT BALANCE-FILE.
           IF WS-BALANCE-STATUS NOT = "00"
                       IF BAL-CURRENT > 0
                           PERFORM SUM-ONE-BALANCE
                       END-IF
                       IF WS-GROUP-COUNT > 0
                           PERFORM SUM-ONE-GROUP-MEMBER
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-BALANCE-STATUS = "00" OR WS-BALANCE-STATUS = "10"
               CLOSE BALANCE-FILE
           END-IF.
           IF WS-RELATION-STATUS = "00" OR WS-RELATION-STATUS = "10"
               OR WS-RELATION-STATUS = "23"
               CLOSE RELATION-FILE
           END-IF.
           IF WS-CUSTOMER-STATUS = "00"
               CLOSE CUSTOMER-FILE
           END-IF.
                   ADD 1 TO WS-EXPO-COUNT(CUST-CAT + 1)
                   ADD BAL-CURRENT TO WS-EXPO-TOTAL(CUST-CAT + 1)
                   ADD BAL-CURRENT TO WS-GRAND-TOTAL
                   PERFORM SUM-ONE-BRANCH-BALANCE
           END-READ.

       SUM-ONE-BRANCH-BALANCE.
           SET BRNL-LOOKUP TO TRUE.
           MOVE CUST-ID TO BRNL-CUST-ID.
           CALL "BranchLookup" USING BRNL-CALL-AREA.
           MOVE BRNL-BRANCH-COUNT TO WS-BRANCHES-ON-FILE.
           MOVE BRNL-BRANCH-INDEX TO WS-CUST-BRANCH.
           ADD 1 TO WS-BRN-COUNT(WS-CUST-BRANCH).
           ADD BAL-CURRENT TO WS-BRN-TOTAL(WS-CUST-BRANCH).
           ADD 1 TO WS-BRN-CAT-COUNT(WS-CUST-BRANCH, CUST-CAT + 1).
           ADD BAL-CURRENT
               TO WS-BRN-CAT-TOTAL(WS-CUST-BRANCH, CUST-CAT + 1).

       SUM-ONE-GROUP-MEMBER.
           MOVE BAL-CUST-ID TO REL-CUST-ID.
           READ RELATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO WS-GROUP-FOUND
                   PERFORM FIND-ONE-GROUP
                       VARYING WS-GROUP-INDEX FROM 1 BY 1
                       UNTIL WS-GROUP-INDEX > WS-GROUP-COUNT
                          OR WS-GROUP-FOUND > 0
                   IF WS-GROUP-FOUND > 0
                       ADD 1 TO WS-GRP-MEMBERS(WS-GROUP-FOUND)
                       ADD BAL-CURRENT
                           TO WS-GRP-BALANCE(WS-GROUP-FOUND)
                   END-IF
           END-READ.

       FIND-ONE-GROUP.
           IF WS-GRP-PARENT-ID(WS-GROUP-INDEX) = REL-PARENT-ID
               MOVE WS-GROUP-INDEX TO WS-GROUP-FOUND
           END-IF.

       WRITE-EXPOSURE-REPORT.
           OPEN OUTPUT EXPOSURE-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TOTAL RECEIVABLES " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE EXPOSURE-REPORT-RECORD FROM WS-REPORT-LINE.
           IF WS-GROUP-COUNT > 0
               PERFORM WRITE-GROUP-SECTION
           END-IF.
           IF WS-BRANCHES-ON-FILE > 0
               PERFORM WRITE-BRANCH-SECTION
                   VARYING WS-BRANCH-INDEX FROM 1 BY 1
                   UNTIL WS-BRANCH-INDEX > 10
           END-IF.
           CLOSE EXPOSURE-REPORT-FILE.

       WRITE-BRANCH-SECTION.
           IF WS-BRN-COUNT(WS-BRANCH-INDEX) > 0
               SET BRNL-NTH-BRANCH TO TRUE
               MOVE WS-BRANCH-INDEX TO BRNL-BRANCH-INDEX
               CALL "BranchLookup" USING BRNL-CALL-AREA
               MOVE SPACES TO WS-REPORT-LINE
               STRING "CATEGORY EXPOSURE - BRANCH " BRNL-BRANCH-CODE
                   " " BRNL-BRANCH-NAME
                   " - RUN DATE " WS-RUN-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE EXPOSURE-REPORT-RECORD FROM WS-REPORT-LINE
                   AFTER ADVANCING PAGE
               MOVE SPACES TO WS-REPORT-LINE
               WRITE EXPOSURE-REPORT-RECORD FROM WS-REPORT-LINE
               PERFORM WRITE-ONE-BRANCH-CATEGORY
                   VARYING WS-CAT-INDEX FROM 1 BY 1
                   UNTIL WS-CAT-INDEX > 100
               MOVE SPACES TO WS-REPORT-LINE
               WRITE EXPOSURE-REPORT-RECORD FROM WS-REPORT-LINE
               MOVE WS-BRN-TOTAL(WS-BRANCH-INDEX) TO WS-TOTAL-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "SUBTOTAL BRANCH " BRNL-BRANCH-CODE
                   " " WS-BRN-COUNT(WS-BRANCH-INDEX)
                   " ACCTS " WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE EXPOSURE-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       WRITE-ONE-BRANCH-CATEGORY.
           IF WS-BRN-CAT-COUNT(WS-BRANCH-INDEX, WS-CAT-INDEX) > 0
               COMPUTE WS-CAT-PRINT = WS-CAT-INDEX - 1
               IF WS-BRN-TOTAL(WS-BRANCH-INDEX) > 0
                   COMPUTE WS-SHARE-PCT ROUNDED =
                       WS-BRN-CAT-TOTAL(WS-BRANCH-INDEX,
                           WS-CAT-INDEX) * 100
                       / WS-BRN-TOTAL(WS-BRANCH-INDEX)
               ELSE
                   MOVE 0 TO WS-SHARE-PCT
               END-IF
               MOVE WS-BRN-CAT-TOTAL(WS-BRANCH-INDEX, WS-CAT-INDEX)
                   TO WS-TOTAL-EDIT
               MOVE WS-SHARE-PCT TO WS-PCT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "CAT " WS-CAT-PRINT
                   " " WS-CAT-DESC-ENTRY(WS-CAT-INDEX)
                   " " WS-BRN-CAT-COUNT(WS-BRANCH-INDEX,
                       WS-CAT-INDEX)
                   " ACCTS " WS-TOTAL-EDIT
                   " SHARE " WS-PCT-EDIT " PCT"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE EXPOSURE-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           *> Share here is of the branch's own receivables - what
           *> its manager is answerable for.

       WRITE-GROUP-SECTION.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE EXPOSURE-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "CORPORATE GROUPS - MEMBER BALANCES ROLLED UP TO PARENT"
               TO WS-REPORT-LINE.
           WRITE EXPOSURE-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM WRITE-ONE-GROUP-LINE
               VARYING WS-GROUP-INDEX FROM 1 BY 1
               UNTIL WS-GROUP-INDEX > WS-GROUP-COUNT.
           IF WS-GROUP-OVERFLOW > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "FURTHER GROUPS NOT LISTED " WS-GROUP-OVERFLOW
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE EXPOSURE-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       WRITE-ONE-GROUP-LINE.
           MOVE WS-GRP-BALANCE(WS-GROUP-INDEX) TO WS-GROUP-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-GRP-LIMIT(WS-GROUP-INDEX) = 0
               STRING "GROUP " WS-GRP-PARENT-ID(WS-GROUP-INDEX)
                   " " WS-GRP-MEMBERS(WS-GROUP-INDEX)
                   " ACCTS " WS-GROUP-EDIT
                   " NO GROUP LIMIT"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               MOVE WS-GRP-LIMIT(WS-GROUP-INDEX) TO WS-LIMIT-EDIT
               STRING "GROUP " WS-GRP-PARENT-ID(WS-GROUP-INDEX)
                   " " WS-GRP-MEMBERS(WS-GROUP-INDEX)
                   " ACCTS " WS-GROUP-EDIT
                   " LIMIT " WS-LIMIT-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               IF WS-GRP-BALANCE(WS-GROUP-INDEX)
                   > WS-GRP-LIMIT(WS-GROUP-INDEX)
                   MOVE "*OVER LIMIT*" TO WS-REPORT-LINE(85:12)
                   ADD 1 TO WS-GROUP-BREACH-COUNT
               END-IF
           END-IF.
           WRITE EXPOSURE-REPORT-RECORD FROM WS-REPORT-LINE.
           *> A group can go over without any one debit breaching -
           *> the group limit lowered, or a member posted before it
           *> joined. The posting run holds the next debit; this is
           *> where credit control sees it.

       WRITE-ONE-CATEGORY-LINE.
           IF WS-EXPO-COUNT(WS-CAT-INDEX) > 0
               COMPUTE WS-CAT-PRINT = WS-CAT-INDEX - 1
