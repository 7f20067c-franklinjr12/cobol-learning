           *> Bucket counts, per-category breakdown in the
           *> CustomerListReport control-break style, and a detail
           *> list of the over-365 tail the business wants to chase
           *> and the purge run will eventually feed on. The whole
           *> book prints first, then the same three sections again
           *> for each branch, a page apiece.

       DATA DIVISION.
       FILE SECTION.
               10 WS-STALE-ID     PIC 9(10).
               10 WS-STALE-NAME   PIC X(10).
               10 WS-STALE-DATE   PIC 9(08).
               10 WS-STALE-BRANCH PIC 9(02).
       01 WS-STALE-COUNT          PIC 9(03) VALUE 0.
       01 WS-STALE-INDEX          PIC 9(03).
       01 WS-STALE-OVERFLOW       PIC 9(06) VALUE 0.

       01 WS-BRANCH-BUCKETS.
           05 WS-BRANCH-ROW       OCCURS 10 TIMES.
               10 WS-BRANCH-BUCKET OCCURS 4 TIMES PIC 9(06).
               10 WS-BRANCH-CAT-ROW OCCURS 100 TIMES.
                   15 WS-BRANCH-CAT-BUCKET OCCURS 4 TIMES
                                  PIC 9(06).
       01 WS-BRANCH-INDEX         PIC 9(02).
       01 WS-CUST-BRANCH          PIC 9(02).
       01 WS-BRANCHES-ON-FILE     PIC 9(02) VALUE 0.
       01 WS-BRANCH-USED-SWITCH   PIC X(01).
       88 BRANCH-USED             VALUE "Y".
       88 BRANCH-UNUSED           VALUE "N".
       *> The same buckets and category rows again, one set per
       *> BranchLookup table position - 01-09 in BRANCHES order,
       *> 10 for customers in no branch. Branches with no accounts
       *> print nothing, and a single book prints no branch pages.

       01 WS-ID-EDIT              PIC 9(10).
       01 WS-MASKED-ID-DISPLAY    PIC X(10) VALUE "XXXXXX0000".
       *> Same partial-mask convention CustomerListReport prints -
       01 WS-RECORD-COUNT         PIC 9(06) VALUE 0.
       01 WS-REPORT-LINE          PIC X(80).

       COPY BRNLNK.

       COPY ALERTLNK.

       PROCEDURE DIVISION.
           END-EVALUATE.
           ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET).
           ADD 1 TO WS-CAT-BUCKET(CUST-CAT + 1, WS-BUCKET).
           SET BRNL-LOOKUP TO TRUE.
           MOVE CUST-ID TO BRNL-CUST-ID.
           CALL "BranchLookup" USING BRNL-CALL-AREA.
           MOVE BRNL-BRANCH-COUNT TO WS-BRANCHES-ON-FILE.
           MOVE BRNL-BRANCH-INDEX TO WS-CUST-BRANCH.
           ADD 1 TO WS-BRANCH-BUCKET(WS-CUST-BRANCH, WS-BUCKET).
           ADD 1 TO WS-BRANCH-CAT-BUCKET(WS-CUST-BRANCH,
               CUST-CAT + 1, WS-BUCKET).
           IF WS-BUCKET = 4
               PERFORM REMEMBER-STALE-ACCOUNT
           END-IF.
               MOVE CUST-ID TO WS-STALE-ID(WS-STALE-COUNT)
               MOVE CUST-NAME TO WS-STALE-NAME(WS-STALE-COUNT)
               MOVE CUST-TRAN-DATE TO WS-STALE-DATE(WS-STALE-COUNT)
               MOVE WS-CUST-BRANCH TO WS-STALE-BRANCH(WS-STALE-COUNT)
           ELSE
               ADD 1 TO WS-STALE-OVERFLOW
           END-IF.
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           IF WS-BRANCHES-ON-FILE > 0
               PERFORM WRITE-BRANCH-SECTION
                   VARYING WS-BRANCH-INDEX FROM 1 BY 1
                   UNTIL WS-BRANCH-INDEX > 10
           END-IF.

       WRITE-BRANCH-SECTION.
           SET BRANCH-UNUSED TO TRUE.
           PERFORM CHECK-BRANCH-USED
               VARYING WS-BUCKET-INDEX FROM 1 BY 1
               UNTIL WS-BUCKET-INDEX > 4.
           IF BRANCH-USED
               SET BRNL-NTH-BRANCH TO TRUE
               MOVE WS-BRANCH-INDEX TO BRNL-BRANCH-INDEX
               CALL "BranchLookup" USING BRNL-CALL-AREA
               MOVE SPACES TO WS-REPORT-LINE
               STRING "CUSTOMER ACTIVITY AGING - BRANCH "
                   BRNL-BRANCH-CODE " " BRNL-BRANCH-NAME
                   " - RUN DATE " WS-RUN-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE
                   AFTER ADVANCING PAGE
               MOVE SPACES TO WS-REPORT-LINE
               WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE
               PERFORM WRITE-ONE-BRANCH-BUCKET
                   VARYING WS-BUCKET-INDEX FROM 1 BY 1
                   UNTIL WS-BUCKET-INDEX > 4
               MOVE SPACES TO WS-REPORT-LINE
               WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE
               MOVE "BREAKDOWN BY CATEGORY" TO WS-REPORT-LINE
               WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE
               PERFORM WRITE-ONE-BRANCH-CATEGORY
                   VARYING WS-CAT-INDEX FROM 1 BY 1
                   UNTIL WS-CAT-INDEX > 100
               MOVE SPACES TO WS-REPORT-LINE
               WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE
               MOVE "ACCOUNTS INACTIVE OVER 365 DAYS"
                   TO WS-REPORT-LINE
               WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE
               PERFORM WRITE-ONE-BRANCH-STALE
                   VARYING WS-STALE-INDEX FROM 1 BY 1
                   UNTIL WS-STALE-INDEX > WS-STALE-COUNT
           END-IF.

       CHECK-BRANCH-USED.
           IF WS-BRANCH-BUCKET(WS-BRANCH-INDEX, WS-BUCKET-INDEX) > 0
               SET BRANCH-USED TO TRUE
           END-IF.

       WRITE-ONE-BRANCH-BUCKET.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-BUCKET-LABEL(WS-BUCKET-INDEX)
               " " WS-BRANCH-BUCKET(WS-BRANCH-INDEX, WS-BUCKET-INDEX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-ONE-BRANCH-CATEGORY.
           SET CATEGORY-UNUSED TO TRUE.
           PERFORM CHECK-BRANCH-CATEGORY-USED
               VARYING WS-BUCKET-INDEX FROM 1 BY 1
               UNTIL WS-BUCKET-INDEX > 4.
           IF CATEGORY-USED
               COMPUTE WS-CAT-PRINT = WS-CAT-INDEX - 1
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  CATEGORY " WS-CAT-PRINT
                   "  " WS-BRANCH-CAT-BUCKET(WS-BRANCH-INDEX,
                       WS-CAT-INDEX, 1)
                   " " WS-BRANCH-CAT-BUCKET(WS-BRANCH-INDEX,
                       WS-CAT-INDEX, 2)
                   " " WS-BRANCH-CAT-BUCKET(WS-BRANCH-INDEX,
                       WS-CAT-INDEX, 3)
                   " " WS-BRANCH-CAT-BUCKET(WS-BRANCH-INDEX,
                       WS-CAT-INDEX, 4)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       CHECK-BRANCH-CATEGORY-USED.
           IF WS-BRANCH-CAT-BUCKET(WS-BRANCH-INDEX, WS-CAT-INDEX,
               WS-BUCKET-INDEX) > 0
               SET CATEGORY-USED TO TRUE
           END-IF.

       WRITE-ONE-BRANCH-STALE.
           IF WS-STALE-BRANCH(WS-STALE-INDEX) = WS-BRANCH-INDEX
               PERFORM WRITE-ONE-STALE-LINE
           END-IF.
           *> An account past the 200-entry detail table is counted
           *> on the whole-book page only.

       WRITE-ONE-BUCKET-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
