       IDENTIFICATION DIVISION.
       PROGRAM-ID. EStatementBounce.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOUNCE-FILE ASSIGN TO "ESTBOUNC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BOUNCE-STATUS.
           *> Bounce notices the mail gateway sends back for
           *> e-statements it could not deliver. Consumed once read,
           *> the way LockboxImport empties LOCKBOX, so a rerun does
           *> not note the same bounce twice.

           SELECT CYCLE-FILE ASSIGN TO "CUSTCYCL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYC-CUST-ID
               FILE STATUS IS WS-CYCLE-STATUS.
           *> Holds the delivery preference a bounce puts back to
           *> paper.

           SELECT ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADDR-CUST-ID
               FILE STATUS IS WS-ADDRESS-STATUS.
           *> A bounce for an address the customer has since
           *> corrected is stale - the new address gets its chance.

           SELECT NOTES-FILE ASSIGN TO "CUSTNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTES-STATUS.
           *> A SYSTEM note per customer put back to paper, so the
           *> phone desk can ask for a good address.

           SELECT BOUNCE-REPORT-FILE ASSIGN TO "ESTBNCR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           *> Every notice read and what was done with it.

       DATA DIVISION.
       FILE SECTION.
       FD  BOUNCE-FILE.
       01  BOUNCE-RECORD.
           05 BNC-CUST-ID         PIC 9(10).
           05 BNC-EMAIL           PIC X(30).
           05 BNC-BOUNCE-DATE     PIC 9(08).
           05 BNC-REASON          PIC X(30).
           *> The customer and address the e-statement's S record
           *> carried, the day the gateway gave up, and its reason
           *> in its own words.

       FD  CYCLE-FILE.
           COPY CUSTCYC.

       FD  ADDRESS-FILE.
           COPY CUSTADR.

       FD  NOTES-FILE.
           COPY CUSTNOT.

       FD  BOUNCE-REPORT-FILE.
       01  BOUNCE-REPORT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-BOUNCE-STATUS        PIC X(02) VALUE "00".
       01 WS-BOUNCE-OPEN-STATUS   PIC X(02) VALUE "00".
       01 WS-CYCLE-STATUS         PIC X(02) VALUE "00".
       01 WS-ADDRESS-STATUS       PIC X(02) VALUE "00".
       01 WS-NOTES-STATUS         PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS        PIC X(02) VALUE "00".

       01 WS-BOUNCE-EOF-SWITCH    PIC X(01) VALUE "N".
       88 BOUNCE-EOF              VALUE "Y".
       88 BOUNCE-NOT-EOF          VALUE "N".

       01 WS-RUN-DATE             PIC 9(08).
       01 WS-STAMP-TIME           PIC 9(08).
       01 WS-OUTCOME              PIC X(24).
       01 WS-CURRENT-EMAIL        PIC X(30).

       01 WS-READ-COUNT           PIC 9(06) VALUE 0.
       01 WS-SWITCHED-COUNT       PIC 9(06) VALUE 0.
       01 WS-IGNORED-COUNT        PIC 9(06) VALUE 0.

       01 WS-REPORT-LINE          PIC X(80).

       COPY ALERTLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== E-Statement Bounce Start ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES.
           PERFORM UNTIL BOUNCE-EOF
               READ BOUNCE-FILE
                   AT END
                       SET BOUNCE-EOF TO TRUE
                   NOT AT END
                       PERFORM HANDLE-ONE-BOUNCE
               END-READ
           END-PERFORM.
           PERFORM WRITE-BOUNCE-TOTALS.
           PERFORM CLOSE-FILES.
           DISPLAY "Bounces read: " WS-READ-COUNT
               " Put back to paper: " WS-SWITCHED-COUNT
               " Left alone: " WS-IGNORED-COUNT.
           DISPLAY "=== E-Statement Bounce End ===".
           EVALUATE TRUE
               WHEN WS-CYCLE-STATUS NOT = "00"
                   AND WS-CYCLE-STATUS NOT = "23"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-IGNORED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE >= 8
               PERFORM WRITE-OPERATOR-ALERT
           END-IF.
           STOP RUN.

       OPEN-FILES.
           OPEN I-O CYCLE-FILE.
           OPEN INPUT BOUNCE-FILE.
           MOVE WS-BOUNCE-STATUS TO WS-BOUNCE-OPEN-STATUS.
           IF WS-BOUNCE-STATUS NOT = "00"
               DISPLAY "No bounce notices tonight"
               SET BOUNCE-EOF TO TRUE
           END-IF.
           IF WS-CYCLE-STATUS NOT = "00"
               DISPLAY "Billing cycle file not available - status "
                   WS-CYCLE-STATUS
               SET BOUNCE-EOF TO TRUE
           END-IF.
           *> Without CUSTCYCL nothing can be put back to paper, so
           *> the notices are left where they are for the rerun.
           OPEN INPUT ADDRESS-FILE.
           OPEN EXTEND NOTES-FILE.
           IF WS-NOTES-STATUS NOT = "00"
               OPEN OUTPUT NOTES-FILE
           END-IF.
           OPEN OUTPUT BOUNCE-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "E-STATEMENT BOUNCES - RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE BOUNCE-REPORT-RECORD FROM WS-REPORT-LINE.

       HANDLE-ONE-BOUNCE.
           ADD 1 TO WS-READ-COUNT.
           PERFORM LOOK-UP-CURRENT-EMAIL.
           MOVE BNC-CUST-ID TO CYC-CUST-ID.
           READ CYCLE-FILE
               INVALID KEY
                   MOVE "NO CYCLE ROW" TO WS-OUTCOME
                   ADD 1 TO WS-IGNORED-COUNT
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CYC-DELIVER-PAPER
                           MOVE "ALREADY ON PAPER" TO WS-OUTCOME
                       WHEN FUNCTION LOWER-CASE(BNC-EMAIL) NOT =
                           FUNCTION LOWER-CASE(WS-CURRENT-EMAIL)
                           MOVE "ADDRESS SINCE CHANGED" TO WS-OUTCOME
                           ADD 1 TO WS-IGNORED-COUNT
                       WHEN OTHER
                           PERFORM PUT-BACK-TO-PAPER
                   END-EVALUATE
           END-READ.
           PERFORM REPORT-ONE-BOUNCE.
           *> A second bounce for a customer already back on paper
           *> is the same news twice and needs nothing more.

       LOOK-UP-CURRENT-EMAIL.
           MOVE SPACES TO WS-CURRENT-EMAIL.
           IF WS-ADDRESS-STATUS = "00" OR WS-ADDRESS-STATUS = "23"
               MOVE BNC-CUST-ID TO ADDR-CUST-ID
               READ ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE ADDR-EMAIL TO WS-CURRENT-EMAIL
               END-READ
           END-IF.

       PUT-BACK-TO-PAPER.
           SET CYC-DELIVER-PAPER TO TRUE.
           REWRITE BILLING-CYCLE-RECORD
               INVALID KEY
                   MOVE "NOT REWRITTEN" TO WS-OUTCOME
                   ADD 1 TO WS-IGNORED-COUNT
               NOT INVALID KEY
                   MOVE "PUT BACK TO PAPER" TO WS-OUTCOME
                   ADD 1 TO WS-SWITCHED-COUNT
                   PERFORM APPEND-BOUNCE-NOTE
           END-REWRITE.

       APPEND-BOUNCE-NOTE.
           MOVE BNC-CUST-ID TO NOTE-CUST-ID.
           MOVE WS-RUN-DATE TO NOTE-DATE.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE WS-STAMP-TIME TO NOTE-TIME.
           MOVE "SYSTEM" TO NOTE-OPERATOR.
           MOVE SPACES TO NOTE-TEXT.
           STRING "E-STATEMENT BOUNCED - NOW PAPER: " BNC-REASON
               DELIMITED BY SIZE INTO NOTE-TEXT.
           WRITE CUSTOMER-NOTE-RECORD.

       REPORT-ONE-BOUNCE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING BNC-CUST-ID " " BNC-BOUNCE-DATE
               " " WS-OUTCOME
               " " BNC-EMAIL
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE BOUNCE-REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-BOUNCE-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE BOUNCE-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "READ " WS-READ-COUNT
               " TO PAPER " WS-SWITCHED-COUNT
               " LEFT ALONE " WS-IGNORED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE BOUNCE-REPORT-RECORD FROM WS-REPORT-LINE.

       CLOSE-FILES.
           IF WS-BOUNCE-OPEN-STATUS = "00"
               CLOSE BOUNCE-FILE
               IF WS-CYCLE-STATUS = "00" OR WS-CYCLE-STATUS = "23"
                   OPEN OUTPUT BOUNCE-FILE
                   CLOSE BOUNCE-FILE
               END-IF
           END-IF.
           IF WS-CYCLE-STATUS = "00" OR WS-CYCLE-STATUS = "23"
               CLOSE CYCLE-FILE
           END-IF.
           IF WS-ADDRESS-STATUS = "00" OR WS-ADDRESS-STATUS = "23"
               CLOSE ADDRESS-FILE
           END-IF.
           CLOSE NOTES-FILE.
           CLOSE BOUNCE-REPORT-FILE.

       WRITE-OPERATOR-ALERT.
           MOVE "EStatementBounce" TO ALERT-PROGRAM-NAME.
           MOVE RETURN-CODE TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-FILE-STATUSES.
           STRING "CYC=" WS-CYCLE-STATUS
               " BNC=" WS-BOUNCE-OPEN-STATUS
               DELIMITED BY SIZE INTO ALERT-FILE-STATUSES.
           MOVE "CHECK CUSTCYCL THEN RERUN - NOTICES KEPT"
               TO ALERT-ACTION-TEXT.
           CALL "AlertWriter" USING ALERT-CALL-AREA.
