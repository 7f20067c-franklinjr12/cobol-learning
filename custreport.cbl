           *> report ever looks at it, so the printed listing is
           *> grouped by CUST-CAT (THIRDATTR) with CUST-ID (FIRSTATTR)
           *> breaking ties within a category - SampleProgram's plain
           *> listing is still in physical CUSTMAST key order. Each
           *> image now rides behind its branch, which sorts ahead of
           *> the category so every branch manager gets their own
           *> pages.

           SELECT CATEGORY-FILE ASSIGN TO "CATREF"
               ORGANIZATION IS INDEXED
       01  SNAPSHOT-LINE            PIC X(35).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SORT-BRANCH-INDEX     PIC 9(02).
           05 SORT-CAT              PIC 9(02).
           05 SORT-ID               PIC 9(10).
           05 SORT-BRANCH-CODE      PIC X(02).
           05 SORT-IMAGE            PIC X(35).
           *> BranchLookup's table position, not the code, leads the
           *> key - branches print in BRANCHES order with the
           *> unbranched 00 customers last.

       FD  SORTED-FILE.
       01  SORTED-BRANCH-RECORD.
           05 SRT-BRANCH-INDEX      PIC 9(02).
           05 SRT-CAT               PIC 9(02).
           05 SRT-ID                PIC 9(10).
           05 SRT-BRANCH-CODE       PIC X(02).
           05 SRT-IMAGE             PIC X(35).

       FD  CATEGORY-FILE.
           COPY CATREC.
       *> printed every time the category changes, with a count and a
       *> sum of CUST-ID for the records in that category.

       01 WS-PREV-BRANCH-INDEX      PIC 9(02).
       01 WS-PREV-BRANCH-CODE       PIC X(02).
       01 WS-BRANCH-SUBTOTAL-COUNT  PIC 9(06) VALUE 0.
       01 WS-BRANCH-SUBTOTAL-AMT    PIC 9(12) VALUE 0.
       01 WS-BRANCHES-ON-FILE       PIC 9(02) VALUE 0.
       *> Break above the category break - a branch subtotal, then
       *> the next branch starts on a fresh page. A single book (no
       *> BRANCHES) prints exactly as it always has.

       COPY CUSTREC REPLACING CUST-MASTER-RECORD BY SORTED-RECORD
           CUST-ID BY RPT-ID
           CUST-NAME BY RPT-NAME
           CUST-CAT BY RPT-CAT
           CUST-STATUS BY RPT-STATUS.

       01 WS-PRINT-LINE             PIC X(100).
       *> Widened when the category description joined the subtotal
       *> line - 80 columns no longer held it.

       COPY RPTGLNK.

       COPY BRNLNK.

       COPY ALERTLNK.

       PROCEDURE DIVISION.
           END-PERFORM.
           IF NOT-FIRST-DETAIL
               PERFORM WRITE-CATEGORY-SUBTOTAL
               PERFORM WRITE-BRANCH-SUBTOTAL
           END-IF.
           PERFORM WRITE-REPORT-FOOTER.
           PERFORM CLOSE-FILES.

       SORT-CUSTOMER-FILE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-BRANCH-INDEX
               ON ASCENDING KEY SORT-CAT
               ON ASCENDING KEY SORT-ID
               INPUT PROCEDURE IS RELEASE-SNAPSHOT-RECORDS
                   NOT AT END
                       IF SNAPSHOT-LINE(1:3) NOT = "HDR"
                           AND SNAPSHOT-LINE(1:3) NOT = "TRL"
                           PERFORM RELEASE-ONE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM.
               CLOSE CUSTOMER-FILE
           END-IF.

       RELEASE-ONE-CUSTOMER.
           MOVE SNAPSHOT-LINE TO SORTED-RECORD.
           SET BRNL-LOOKUP TO TRUE.
           MOVE RPT-ID TO BRNL-CUST-ID.
           CALL "BranchLookup" USING BRNL-CALL-AREA.
           MOVE BRNL-BRANCH-COUNT TO WS-BRANCHES-ON-FILE.
           MOVE BRNL-BRANCH-INDEX TO SORT-BRANCH-INDEX.
           MOVE BRNL-BRANCH-CODE TO SORT-BRANCH-CODE.
           MOVE RPT-CAT TO SORT-CAT.
           MOVE RPT-ID TO SORT-ID.
           MOVE SNAPSHOT-LINE TO SORT-IMAGE.
           RELEASE SORT-RECORD.

       OPEN-FILES.
           OPEN INPUT SORTED-FILE.
           IF WS-SORTED-STATUS NOT = "00"
                   AT END
                       SET CUSTOMER-EOF TO TRUE
                   NOT AT END
                       MOVE SRT-IMAGE TO SORTED-RECORD
               END-READ
           END-IF.

       WRITE-DETAIL-LINE.
           IF FIRST-DETAIL
               MOVE RPT-CAT TO WS-PREV-CAT
               MOVE SRT-BRANCH-INDEX TO WS-PREV-BRANCH-INDEX
               MOVE SRT-BRANCH-CODE TO WS-PREV-BRANCH-CODE
               MOVE "N" TO WS-FIRST-DETAIL-SWITCH
               PERFORM WRITE-BRANCH-HEADER
           ELSE
               IF SRT-BRANCH-INDEX NOT = WS-PREV-BRANCH-INDEX
                   PERFORM WRITE-CATEGORY-SUBTOTAL
                   PERFORM WRITE-BRANCH-SUBTOTAL
                   MOVE RPT-CAT TO WS-PREV-CAT
                   MOVE SRT-BRANCH-INDEX TO WS-PREV-BRANCH-INDEX
                   MOVE SRT-BRANCH-CODE TO WS-PREV-BRANCH-CODE
                   PERFORM START-BRANCH-PAGE
               ELSE
               IF RPT-CAT NOT = WS-PREV-CAT
                   PERFORM WRITE-CATEGORY-SUBTOTAL
                   MOVE RPT-CAT TO WS-PREV-CAT
               END-IF
               END-IF
           END-IF.
           PERFORM MASK-CUST-ID-FOR-DISPLAY.
           MOVE SPACES TO WS-PRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD 1 TO WS-CAT-SUBTOTAL-COUNT.
           ADD RPT-ID TO WS-CAT-SUBTOTAL-AMT.
           ADD 1 TO WS-BRANCH-SUBTOTAL-COUNT.
           ADD RPT-ID TO WS-BRANCH-SUBTOTAL-AMT.
           ADD RPT-ID TO WS-ID-TOTAL.

       MASK-CUST-ID-FOR-DISPLAY.
           MOVE 0 TO WS-CAT-SUBTOTAL-COUNT.
           MOVE 0 TO WS-CAT-SUBTOTAL-AMT.

       START-BRANCH-PAGE.
           IF WS-BRANCHES-ON-FILE > 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "CUSTOMER LIST REPORT (CustomerListReport) "
                   "- RUN DATE " WS-RUN-DATE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE REPORT-LINE FROM WS-PRINT-LINE
                   AFTER ADVANCING PAGE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "CUST-ID       CUST-NAME   CAT ST"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE REPORT-LINE FROM WS-PRINT-LINE
               PERFORM WRITE-BRANCH-HEADER
           END-IF.

       WRITE-BRANCH-HEADER.
           IF WS-BRANCHES-ON-FILE > 0
               SET BRNL-NTH-BRANCH TO TRUE
               MOVE WS-PREV-BRANCH-INDEX TO BRNL-BRANCH-INDEX
               CALL "BranchLookup" USING BRNL-CALL-AREA
               MOVE SPACES TO WS-PRINT-LINE
               STRING "BRANCH " WS-PREV-BRANCH-CODE
                   " " BRNL-BRANCH-NAME
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE REPORT-LINE FROM WS-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               WRITE REPORT-LINE FROM WS-PRINT-LINE
           END-IF.

       WRITE-BRANCH-SUBTOTAL.
           IF WS-BRANCHES-ON-FILE > 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "SUBTOTAL BRANCH " WS-PREV-BRANCH-CODE
                   " CUSTOMERS " WS-BRANCH-SUBTOTAL-COUNT
                   " SUM CUST-ID " WS-BRANCH-SUBTOTAL-AMT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE REPORT-LINE FROM WS-PRINT-LINE
           END-IF.
           MOVE 0 TO WS-BRANCH-SUBTOTAL-COUNT.
           MOVE 0 TO WS-BRANCH-SUBTOTAL-AMT.
           *> The footer's control total still covers the whole
           *> book - the branch sums add up to it.

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE REPORT-LINE FROM WS-PRINT-LINE.
