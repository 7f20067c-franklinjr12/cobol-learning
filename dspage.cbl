       IDENTIFICATION DIVISION.
       PROGRAM-ID. DisputeAging.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO "CUSTDISP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISP-KEY
               FILE STATUS IS WS-DISPUTE-STATUS.
           *> The dispute register DisputeMenu keeps - read only.
           *> Only open disputes age; credited and reinstated ones
           *> are settled.

           SELECT DISPUTE-REPORT-FILE ASSIGN TO "CUSTDSPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           *> Every open dispute, how long it has been open, and the
           *> money it holds out of collections, bucketed the way
           *> ReceivablesAging buckets the balances themselves.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE.
           COPY CUSTDSP.

       FD  DISPUTE-REPORT-FILE.
       01  DISPUTE-REPORT-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-DISPUTE-STATUS       PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS        PIC X(02) VALUE "00".

       01 WS-DISPUTE-EOF-SWITCH   PIC X(01) VALUE "N".
       88 DISPUTE-EOF             VALUE "Y".
       88 DISPUTE-NOT-EOF         VALUE "N".

       01 WS-RUN-DATE             PIC 9(08).
       01 WS-TODAY-INTEGER        PIC 9(08).
       01 WS-AGE-DAYS             PIC S9(05).
       01 WS-AGE-EDIT             PIC ZZZZ9.
       01 WS-BUCKET               PIC 9(01).

       01 WS-BUCKET-TABLE.
           05 WS-BUCKET-ENTRY OCCURS 4 TIMES.
               10 WS-BUCKET-COUNT  PIC 9(06).
               10 WS-BUCKET-AMOUNT PIC 9(09)V99.
       01 WS-BUCKET-LABELS.
           05 FILLER               PIC X(08) VALUE "0-30    ".
           05 FILLER               PIC X(08) VALUE "31-60   ".
           05 FILLER               PIC X(08) VALUE "61-90   ".
           05 FILLER               PIC X(08) VALUE "OVER 90 ".
       01 WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
           05 WS-BUCKET-LABEL      PIC X(08) OCCURS 4 TIMES.
       *> Same day bands as the receivables buckets, so a dispute
       *> that has sat for 61 days is as visible as a balance that
       *> has.

       01 WS-OPEN-COUNT           PIC 9(06) VALUE 0.
       01 WS-OPEN-AMOUNT          PIC 9(09)V99 VALUE 0.
       01 WS-OVERDUE-COUNT        PIC 9(06) VALUE 0.
       01 WS-AMOUNT-EDIT          PIC Z(06)9.99.
       01 WS-TOTAL-EDIT           PIC Z(08)9.99.
       01 WS-REPORT-LINE          PIC X(80).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Dispute Aging Start ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           INITIALIZE WS-BUCKET-TABLE.
           PERFORM OPEN-FILES.
           PERFORM AGE-OPEN-DISPUTES.
           PERFORM WRITE-AGING-TOTALS.
           PERFORM CLOSE-FILES.
           DISPLAY "Open disputes: " WS-OPEN-COUNT
               " Over 60 days: " WS-OVERDUE-COUNT.
           DISPLAY "=== Dispute Aging End ===".
           EVALUATE TRUE
               WHEN WS-OVERDUE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.
           *> RC 4 when anything has been open past 60 days - a
           *> dispute should be resolved, not left to shield a
           *> balance from collections indefinitely.

       OPEN-FILES.
           OPEN INPUT DISPUTE-FILE.
           OPEN OUTPUT DISPUTE-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "OPEN DISPUTES AGING - RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE DISPUTE-REPORT-RECORD FROM WS-REPORT-LINE.

       AGE-OPEN-DISPUTES.
           IF WS-DISPUTE-STATUS NOT = "00"
               DISPLAY "No dispute register on file"
           ELSE
               MOVE LOW-VALUES TO DISP-KEY
               START DISPUTE-FILE KEY >= DISP-KEY
                   INVALID KEY
                       SET DISPUTE-EOF TO TRUE
               END-START
               PERFORM UNTIL DISPUTE-EOF
                   READ DISPUTE-FILE NEXT RECORD
                       AT END
                           SET DISPUTE-EOF TO TRUE
                       NOT AT END
                           IF DISP-OPEN
                               PERFORM AGE-ONE-DISPUTE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       AGE-ONE-DISPUTE.
           COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE(DISP-OPEN-DATE).
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   MOVE 1 TO WS-BUCKET
               WHEN WS-AGE-DAYS <= 60
                   MOVE 2 TO WS-BUCKET
               WHEN WS-AGE-DAYS <= 90
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE.
           ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET).
           ADD DISP-AMOUNT TO WS-BUCKET-AMOUNT(WS-BUCKET).
           ADD 1 TO WS-OPEN-COUNT.
           ADD DISP-AMOUNT TO WS-OPEN-AMOUNT.
           IF WS-BUCKET > 2
               ADD 1 TO WS-OVERDUE-COUNT
           END-IF.
           MOVE WS-AGE-DAYS TO WS-AGE-EDIT.
           MOVE DISP-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING DISP-CUST-ID " " DISP-REFERENCE
               " " WS-AMOUNT-EDIT
               " OPEN " WS-AGE-EDIT " DAYS "
               WS-BUCKET-LABEL(WS-BUCKET)
               " " DISP-OPERATOR
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE DISPUTE-REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-AGING-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE DISPUTE-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM WRITE-ONE-BUCKET-TOTAL
               VARYING WS-BUCKET FROM 1 BY 1
               UNTIL WS-BUCKET > 4.
           MOVE WS-OPEN-AMOUNT TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "OPEN DISPUTES " WS-OPEN-COUNT
               " HELD OUT OF COLLECTIONS " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE DISPUTE-REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-ONE-BUCKET-TOTAL.
           MOVE WS-BUCKET-AMOUNT(WS-BUCKET) TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "BUCKET " WS-BUCKET-LABEL(WS-BUCKET)
               " COUNT " WS-BUCKET-COUNT(WS-BUCKET)
               " AMOUNT " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE DISPUTE-REPORT-RECORD FROM WS-REPORT-LINE.

       CLOSE-FILES.
           IF WS-DISPUTE-STATUS = "00" OR WS-DISPUTE-STATUS = "10"
               CLOSE DISPUTE-FILE
           END-IF.
           CLOSE DISPUTE-REPORT-FILE.
