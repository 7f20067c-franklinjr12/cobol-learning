       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxReport.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-JOURNAL-FILE ASSIGN TO "TAXJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-JRNL-STATUS.
           *> Every TX sales-tax debit CustomerPosting has raised,
           *> with the base it was charged on and the rate used.

           SELECT TAX-CONTROL-FILE ASSIGN TO "TAXRCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           *> The month to report (CCYYMM). No record, or zero,
           *> means last month - the return is filed for a month
           *> that has finished.

           SELECT TAX-REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           *> Run-date-stamped generation (TAXRPT.CCYYMMDD) named by
           *> ReportDater, kept until ReportHousekeep lets it go.
           *> Taxable base and tax by category and rate, with a
           *> subtotal per category and the month's total - the
           *> figures the tax return is filled in from.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-JOURNAL-FILE.
           COPY CUSTTAX.

       FD  TAX-CONTROL-FILE.
       01  TAX-CTL-RECORD.
           05 CTL-TAX-MONTH       PIC 9(06).

       FD  TAX-REPORT-FILE.
       01  TAX-REPORT-RECORD      PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-TAX-JRNL-STATUS      PIC X(02) VALUE "00".
       01 WS-CONTROL-STATUS       PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS        PIC X(02) VALUE "00".

       01 WS-JRNL-EOF-SWITCH      PIC X(01) VALUE "N".
       88 JRNL-EOF                VALUE "Y".
       88 JRNL-NOT-EOF            VALUE "N".

       01 WS-RUN-DATE             PIC 9(08).
       01 WS-REPORT-NAME          PIC X(17).
       01 WS-REPORT-MONTH         PIC 9(06).
       01 WS-ENTRY-MONTH          PIC 9(06).
       01 WS-WORK-MONTH.
           05 WS-WORK-YEAR        PIC 9(04).
           05 WS-WORK-MM          PIC 9(02).
       01 WS-WORK-MONTH-NUMBER REDEFINES WS-WORK-MONTH PIC 9(06).

       01 WS-TAX-TABLE.
           05 WS-TAX-ENTRY OCCURS 200 TIMES.
               10 WS-TT-CAT-CODE  PIC 9(02).
               10 WS-TT-RATE-PCT  PIC 9(02)V9(04).
               10 WS-TT-COUNT     PIC 9(06).
               10 WS-TT-BASE      PIC 9(09)V99.
               10 WS-TT-TAX       PIC 9(09)V99.
       01 WS-TAX-COUNT            PIC 9(03) VALUE 0.
       01 WS-TAX-INDEX            PIC 9(03).
       01 WS-TAX-FOUND-INDEX      PIC 9(03).
       01 WS-TAX-OVERFLOW         PIC 9(06) VALUE 0.
       *> One row per category and rate met in the month - a rate
       *> change part-way through the month gives the category two
       *> rows, as the return needs. A journal line that finds the
       *> table full is counted and the report is marked
       *> incomplete.

       01 WS-CATEGORY             PIC 9(03).
       01 WS-CAT-COUNT            PIC 9(06).
       01 WS-CAT-BASE             PIC 9(09)V99.
       01 WS-CAT-TAX              PIC 9(09)V99.
       01 WS-TOTAL-COUNT          PIC 9(06) VALUE 0.
       01 WS-TOTAL-BASE           PIC 9(09)V99 VALUE 0.
       01 WS-TOTAL-TAX            PIC 9(09)V99 VALUE 0.
       01 WS-READ-COUNT           PIC 9(06) VALUE 0.

       01 WS-RATE-EDIT            PIC Z9.9(04).
       01 WS-BASE-EDIT            PIC Z(08)9.99.
       01 WS-TAX-EDIT             PIC Z(08)9.99.
       01 WS-REPORT-LINE          PIC X(80).

       COPY RPTGLNK.

       COPY ALERTLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Tax Report Start ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-TAX-CONTROL.
           PERFORM NAME-REPORT-GENERATION.
           INITIALIZE WS-TAX-TABLE.
           PERFORM OPEN-FILES.
           PERFORM UNTIL JRNL-EOF
               READ TAX-JOURNAL-FILE
                   AT END
                       SET JRNL-EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-ONE-JOURNAL-LINE
               END-READ
           END-PERFORM.
           PERFORM WRITE-REPORT-BODY.
           PERFORM CLOSE-FILES.
           DISPLAY "Month " WS-REPORT-MONTH
               " journal lines read: " WS-READ-COUNT
               " reported: " WS-TOTAL-COUNT.
           DISPLAY "=== Tax Report End ===".
           EVALUATE TRUE
               WHEN WS-TAX-JRNL-STATUS NOT = "00"
                   AND WS-TAX-JRNL-STATUS NOT = "10"
                   AND WS-TAX-JRNL-STATUS NOT = "35"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TAX-OVERFLOW > 0
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE >= 8
               PERFORM WRITE-OPERATOR-ALERT
           END-IF.
           STOP RUN.

       READ-TAX-CONTROL.
           MOVE 0 TO WS-REPORT-MONTH.
           OPEN INPUT TAX-CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ TAX-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-TAX-MONTH NUMERIC
                           AND CTL-TAX-MONTH NOT = 0
                           MOVE CTL-TAX-MONTH TO WS-REPORT-MONTH
                       END-IF
               END-READ
               CLOSE TAX-CONTROL-FILE
           END-IF.
           IF WS-REPORT-MONTH = 0
               COMPUTE WS-WORK-MONTH-NUMBER = WS-RUN-DATE / 100
               IF WS-WORK-MM = 1
                   MOVE 12 TO WS-WORK-MM
                   SUBTRACT 1 FROM WS-WORK-YEAR
               ELSE
                   SUBTRACT 1 FROM WS-WORK-MM
               END-IF
               MOVE WS-WORK-MONTH-NUMBER TO WS-REPORT-MONTH
           END-IF.

       NAME-REPORT-GENERATION.
           MOVE "TAXRPT" TO RPTGEN-BASE-NAME.
           MOVE WS-RUN-DATE TO RPTGEN-RUN-DATE.
           CALL "ReportDater" USING RPTGEN-CALL-AREA.
           MOVE RPTGEN-FILE-NAME TO WS-REPORT-NAME.

       OPEN-FILES.
           OPEN INPUT TAX-JOURNAL-FILE.
           IF WS-TAX-JRNL-STATUS NOT = "00"
               DISPLAY "Tax journal not available - status "
                   WS-TAX-JRNL-STATUS
               SET JRNL-EOF TO TRUE
           END-IF.
           *> Status 35 is a shop that has never raised a tax debit
           *> - the report still comes out, showing none.
           OPEN OUTPUT TAX-REPORT-FILE.

       TAKE-ONE-JOURNAL-LINE.
           ADD 1 TO WS-READ-COUNT.
           COMPUTE WS-ENTRY-MONTH = TAXJ-POST-DATE / 100.
           IF WS-ENTRY-MONTH = WS-REPORT-MONTH
               PERFORM FIND-TAX-ROW
               IF WS-TAX-FOUND-INDEX = 0
                   ADD 1 TO WS-TAX-OVERFLOW
               ELSE
                   ADD 1 TO WS-TT-COUNT(WS-TAX-FOUND-INDEX)
                   ADD TAXJ-BASE-AMOUNT
                       TO WS-TT-BASE(WS-TAX-FOUND-INDEX)
                   ADD TAXJ-TAX-AMOUNT
                       TO WS-TT-TAX(WS-TAX-FOUND-INDEX)
               END-IF
           END-IF.
           *> The month goes by posting date, the date the tax point
           *> falls on - not the night the posting ran.

       FIND-TAX-ROW.
           MOVE 0 TO WS-TAX-FOUND-INDEX.
           PERFORM CHECK-ONE-TAX-ROW
               VARYING WS-TAX-INDEX FROM 1 BY 1
               UNTIL WS-TAX-INDEX > WS-TAX-COUNT
                  OR WS-TAX-FOUND-INDEX NOT = 0.
           IF WS-TAX-FOUND-INDEX = 0 AND WS-TAX-COUNT < 200
               ADD 1 TO WS-TAX-COUNT
               MOVE WS-TAX-COUNT TO WS-TAX-FOUND-INDEX
               MOVE TAXJ-CUST-CAT TO WS-TT-CAT-CODE(WS-TAX-COUNT)
               MOVE TAXJ-RATE-PCT TO WS-TT-RATE-PCT(WS-TAX-COUNT)
           END-IF.

       CHECK-ONE-TAX-ROW.
           IF WS-TT-CAT-CODE(WS-TAX-INDEX) = TAXJ-CUST-CAT
               AND WS-TT-RATE-PCT(WS-TAX-INDEX) = TAXJ-RATE-PCT
               MOVE WS-TAX-INDEX TO WS-TAX-FOUND-INDEX
           END-IF.

       WRITE-REPORT-BODY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SALES TAX REPORT - MONTH " WS-REPORT-MONTH
               "  RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE TAX-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE TAX-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "CAT  RATE %   ITEMS     TAXABLE BASE         TAX"
               TO WS-REPORT-LINE.
           WRITE TAX-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM REPORT-ONE-CATEGORY
               VARYING WS-CATEGORY FROM 0 BY 1
               UNTIL WS-CATEGORY > 99.
           *> Categories come out in order whatever order the month's
           *> postings met them in.
           IF WS-TOTAL-COUNT = 0
               MOVE "  NO TAX RAISED THIS MONTH" TO WS-REPORT-LINE
               WRITE TAX-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE TAX-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-TOTAL-BASE TO WS-BASE-EDIT.
           MOVE WS-TOTAL-TAX TO WS-TAX-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "MONTH TOTAL " WS-TOTAL-COUNT
               " " WS-BASE-EDIT
               " " WS-TAX-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE TAX-REPORT-RECORD FROM WS-REPORT-LINE.
           IF WS-TAX-OVERFLOW > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "*** INCOMPLETE - " WS-TAX-OVERFLOW
                   " LINE(S) DID NOT FIT THE RATE TABLE ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE TAX-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       REPORT-ONE-CATEGORY.
           MOVE 0 TO WS-CAT-COUNT.
           MOVE 0 TO WS-CAT-BASE.
           MOVE 0 TO WS-CAT-TAX.
           PERFORM REPORT-ONE-TAX-ROW
               VARYING WS-TAX-INDEX FROM 1 BY 1
               UNTIL WS-TAX-INDEX > WS-TAX-COUNT.
           IF WS-CAT-COUNT > 0
               MOVE WS-CAT-BASE TO WS-BASE-EDIT
               MOVE WS-CAT-TAX TO WS-TAX-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING " CATEGORY  " WS-CAT-COUNT
                   " " WS-BASE-EDIT
                   " " WS-TAX-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE TAX-REPORT-RECORD FROM WS-REPORT-LINE
               ADD WS-CAT-COUNT TO WS-TOTAL-COUNT
               ADD WS-CAT-BASE TO WS-TOTAL-BASE
               ADD WS-CAT-TAX TO WS-TOTAL-TAX
           END-IF.

       REPORT-ONE-TAX-ROW.
           IF WS-TT-CAT-CODE(WS-TAX-INDEX) = WS-CATEGORY
               MOVE WS-TT-RATE-PCT(WS-TAX-INDEX) TO WS-RATE-EDIT
               MOVE WS-TT-BASE(WS-TAX-INDEX) TO WS-BASE-EDIT
               MOVE WS-TT-TAX(WS-TAX-INDEX) TO WS-TAX-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-TT-CAT-CODE(WS-TAX-INDEX)
                   "  " WS-RATE-EDIT
                   "  " WS-TT-COUNT(WS-TAX-INDEX)
                   " " WS-BASE-EDIT
                   " " WS-TAX-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE TAX-REPORT-RECORD FROM WS-REPORT-LINE
               ADD WS-TT-COUNT(WS-TAX-INDEX) TO WS-CAT-COUNT
               ADD WS-TT-BASE(WS-TAX-INDEX) TO WS-CAT-BASE
               ADD WS-TT-TAX(WS-TAX-INDEX) TO WS-CAT-TAX
           END-IF.

       CLOSE-FILES.
           IF WS-TAX-JRNL-STATUS = "00" OR WS-TAX-JRNL-STATUS = "10"
               CLOSE TAX-JOURNAL-FILE
           END-IF.
           CLOSE TAX-REPORT-FILE.

       WRITE-OPERATOR-ALERT.
           MOVE "TaxReport" TO ALERT-PROGRAM-NAME.
           MOVE RETURN-CODE TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-FILE-STATUSES.
           STRING "TAXJ=" WS-TAX-JRNL-STATUS
               DELIMITED BY SIZE INTO ALERT-FILE-STATUSES.
           IF WS-TAX-OVERFLOW > 0
               MOVE "RATE TABLE FULL - REPORT INCOMPLETE"
                   TO ALERT-ACTION-TEXT
           ELSE
               MOVE "CHECK TAXJRNL THEN RERUN TAX REPORT"
                   TO ALERT-ACTION-TEXT
           END-IF.
           CALL "AlertWriter" USING ALERT-CALL-AREA.
