       IDENTIFICATION DIVISION.
       PROGRAM-ID. DirectDebitCollect.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATE-FILE ASSIGN TO "DDMAND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DDM-CUST-ID
               FILE STATUS IS WS-MANDATE-STATUS.
           *> The mandates DirectDebitMenu keeps. Each collection is
           *> stamped on its row, so a rerun of the same night never
           *> posts the same expected credit twice.

           SELECT STMT-HISTORY-FILE ASSIGN TO "STMTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SHST-KEY
               FILE STATUS IS WS-HISTORY-STATUS.
           *> A collection falls due on a statement's due date - the
           *> same already-rolled SHST-DUE-DATE LateFeeAssess judges
           *> the minimum against.

           SELECT BALANCE-FILE ASSIGN TO "CUSTBALF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-CUST-ID
               FILE STATUS IS WS-BALANCE-STATUS.
           *> Payments made since the statement come off what is
           *> pulled - the customer is never asked for more than the
           *> balance stands at tonight.

           SELECT KEY-CONTROL-FILE ASSIGN TO "DDMEKEY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEY-STATUS.
           *> The key DirectDebitMenu ciphered the account numbers
           *> under - needed to turn them back for the bank.

           SELECT FINANCIAL-TRAN-FILE ASSIGN TO "CUSTFIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIN-STATUS.
           *> The expected credit for each collection goes out as an
           *> ordinary CUSTFIN credit for the evening posting run -
           *> run ahead of CustomerPosting, so it lands on or before
           *> the due date and the minimum counts as met.

           SELECT COLLECTION-FILE ASSIGN TO "DDCOLL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLECT-STATUS.
           *> Tonight's collection file for the bank, rewritten each
           *> night the way GlInterface rewrites GLINTF.

           SELECT COLLECT-REPORT-FILE ASSIGN TO "DDCOLLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           *> Every mandated statement due tonight and what was done
           *> with it.

       DATA DIVISION.
       FILE SECTION.
       FD  MANDATE-FILE.
           COPY CUSTDDM.

       FD  STMT-HISTORY-FILE.
           COPY CUSTSTH.

       FD  BALANCE-FILE.
           COPY CUSTBAL.

       FD  KEY-CONTROL-FILE.
       01  KEY-CTL-RECORD.
           05 CTL-CIPHER-KEY     PIC 9(10).

       FD  FINANCIAL-TRAN-FILE.
           COPY CUSTFIN.

       FD  COLLECTION-FILE.
           COPY DDCOLL.

       FD  COLLECT-REPORT-FILE.
       01  COLLECT-REPORT-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-MANDATE-STATUS       PIC X(02) VALUE "00".
       01 WS-HISTORY-STATUS       PIC X(02) VALUE "00".
       01 WS-BALANCE-STATUS       PIC X(02) VALUE "00".
       01 WS-KEY-STATUS           PIC X(02) VALUE "00".
       01 WS-FIN-STATUS           PIC X(02) VALUE "00".
       01 WS-COLLECT-STATUS       PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS        PIC X(02) VALUE "00".

       01 WS-HISTORY-EOF-SWITCH   PIC X(01) VALUE "N".
       88 HISTORY-EOF             VALUE "Y".
       88 HISTORY-NOT-EOF         VALUE "N".

       01 WS-CIPHER-KEY           PIC 9(10) VALUE 5061728394.
       01 WS-KEY-AREA REDEFINES WS-CIPHER-KEY.
           05 WS-KEY-DIGIT        OCCURS 10 TIMES PIC 9.
       *> Must match DirectDebitMenu's default - both fall back to
       *> it when DDMEKEY holds no record.

       01 WS-PLAIN-ACCOUNT        PIC 9(17).
       01 WS-PLAIN-ACCOUNT-AREA REDEFINES WS-PLAIN-ACCOUNT.
           05 WS-PLAIN-DIGIT      OCCURS 17 TIMES PIC 9.
       01 WS-MASKED-ACCOUNT       PIC 9(17).
       01 WS-MASKED-ACCOUNT-AREA REDEFINES WS-MASKED-ACCOUNT.
           05 WS-MASKED-DIGIT     OCCURS 17 TIMES PIC 9.
       01 WS-DIGIT-INDEX          PIC 9(02).
       01 WS-KEY-INDEX            PIC 9(02).
       01 WS-SUM-DIGIT            PIC S9(02).

       01 WS-RUN-DATE             PIC 9(08).
       01 WS-OWED                 PIC S9(07)V99.
       01 WS-OUTCOME              PIC X(24).
       01 WS-COLLECT-REFERENCE    PIC X(12).

       01 WS-DUE-COUNT            PIC 9(06) VALUE 0.
       01 WS-COLLECT-COUNT        PIC 9(06) VALUE 0.
       01 WS-COLLECT-TOTAL        PIC 9(09)V99 VALUE 0.
       01 WS-SKIPPED-COUNT        PIC 9(06) VALUE 0.

       01 WS-REPORT-LINE          PIC X(80).
       01 WS-AMOUNT-EDIT          PIC Z(06)9.99.
       01 WS-TOTAL-EDIT           PIC Z(08)9.99.

       COPY ALERTLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Direct Debit Collect Start ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-COLLECT-REFERENCE.
           STRING "DD" WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-COLLECT-REFERENCE.
           PERFORM READ-CIPHER-KEY.
           PERFORM OPEN-FILES.
           PERFORM UNTIL HISTORY-EOF
               READ STMT-HISTORY-FILE
                   AT END
                       SET HISTORY-EOF TO TRUE
                   NOT AT END
                       IF SHST-DUE-DATE = WS-RUN-DATE
                           AND SHST-OPEN
                           PERFORM CONSIDER-ONE-STATEMENT
                       END-IF
               END-READ
           END-PERFORM.
           PERFORM WRITE-COLLECTION-TRAILER.
           PERFORM WRITE-COLLECT-TOTALS.
           PERFORM CLOSE-FILES.
           DISPLAY "Mandated statements due: " WS-DUE-COUNT
               " Collected: " WS-COLLECT-COUNT
               " Not collected: " WS-SKIPPED-COUNT.
           DISPLAY "=== Direct Debit Collect End ===".
           EVALUATE TRUE
               WHEN WS-MANDATE-STATUS NOT = "00"
                   AND WS-MANDATE-STATUS NOT = "23"
                   AND WS-MANDATE-STATUS NOT = "35"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-HISTORY-STATUS NOT = "00"
                   AND WS-HISTORY-STATUS NOT = "10"
                   AND WS-HISTORY-STATUS NOT = "35"
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE >= 8
               PERFORM WRITE-OPERATOR-ALERT
           END-IF.
           STOP RUN.

       READ-CIPHER-KEY.
           OPEN INPUT KEY-CONTROL-FILE.
           IF WS-KEY-STATUS = "00"
               READ KEY-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-CIPHER-KEY TO WS-CIPHER-KEY
               END-READ
               CLOSE KEY-CONTROL-FILE
           END-IF.

       OPEN-FILES.
           OPEN I-O MANDATE-FILE.
           IF WS-MANDATE-STATUS NOT = "00"
               DISPLAY "No mandate file - status " WS-MANDATE-STATUS
               SET HISTORY-EOF TO TRUE
           END-IF.
           OPEN INPUT STMT-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "No statement history - status "
                   WS-HISTORY-STATUS
               SET HISTORY-EOF TO TRUE
           END-IF.
           *> No DDMAND or no STMTHIST yet (35) is a shop with
           *> nothing to collect. Anything else fails the run before
           *> a single collection is cut.
           OPEN INPUT BALANCE-FILE.
           OPEN EXTEND FINANCIAL-TRAN-FILE.
           IF WS-FIN-STATUS NOT = "00"
               OPEN OUTPUT FINANCIAL-TRAN-FILE
           END-IF.
           OPEN OUTPUT COLLECTION-FILE.
           MOVE SPACES TO DD-COLLECTION-RECORD.
           SET DDC-FILE-HEADER TO TRUE.
           MOVE WS-RUN-DATE TO DDC-COLLECT-DATE.
           MOVE WS-COLLECT-REFERENCE TO DDC-FILE-ID.
           WRITE DD-COLLECTION-RECORD.
           OPEN OUTPUT COLLECT-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DIRECT DEBIT COLLECTIONS - RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE COLLECT-REPORT-RECORD FROM WS-REPORT-LINE.

       CONSIDER-ONE-STATEMENT.
           MOVE SHST-CUST-ID TO DDM-CUST-ID.
           READ MANDATE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-DUE-COUNT
                   PERFORM JUDGE-ONE-MANDATE
                   PERFORM REPORT-ONE-STATEMENT
           END-READ.
           *> A customer with no mandate pays the ordinary way and
           *> is none of this run's business.

       JUDGE-ONE-MANDATE.
           PERFORM WORK-OUT-AMOUNT-OWED.
           EVALUATE TRUE
               WHEN DDM-LAST-COLLECT-DATE = WS-RUN-DATE
                   MOVE "ALREADY POSTED TONIGHT" TO WS-OUTCOME
                   MOVE DDM-LAST-COLLECT-AMOUNT TO WS-OWED
                   PERFORM WRITE-COLLECTION-ITEM
               WHEN DDM-SUSPENDED
                   MOVE "MANDATE SUSPENDED" TO WS-OUTCOME
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN NOT DDM-ACTIVE
                   MOVE "MANDATE CANCELLED" TO WS-OUTCOME
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN WS-OWED NOT > 0
                   MOVE "NOTHING OWED" TO WS-OUTCOME
               WHEN OTHER
                   PERFORM COLLECT-ONE-MANDATE
           END-EVALUATE.
           *> A rerun of the same night finds its earlier collections
           *> stamped. Their credits have already gone to CUSTFIN, but
           *> the collection file is rewritten from the top, so they
           *> go into it again - the bank still gets every item.

       WORK-OUT-AMOUNT-OWED.
           MOVE SHST-CLOSING-BALANCE TO WS-OWED.
           IF WS-BALANCE-STATUS = "00" OR WS-BALANCE-STATUS = "23"
               MOVE SHST-CUST-ID TO BAL-CUST-ID
               READ BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BAL-CURRENT < WS-OWED
                           MOVE BAL-CURRENT TO WS-OWED
                       END-IF
               END-READ
           END-IF.
           *> The statement balance, less whatever has been paid
           *> since - but never the new charges that have run up
           *> after it, which belong to the next statement.

       COLLECT-ONE-MANDATE.
           IF DDM-LAST-COLLECT-DATE > 0
               AND DDM-LAST-RETURN-DATE < DDM-LAST-COLLECT-DATE
               MOVE 0 TO DDM-FAIL-COUNT
           END-IF.
           *> The last collection has gone a whole cycle without the
           *> bank sending it back - the run of failures is broken.
           MOVE WS-RUN-DATE TO DDM-LAST-COLLECT-DATE.
           MOVE WS-OWED TO DDM-LAST-COLLECT-AMOUNT.
           REWRITE DIRECT-DEBIT-MANDATE-RECORD
               INVALID KEY
                   MOVE "NOT STAMPED - NOT SENT" TO WS-OUTCOME
                   ADD 1 TO WS-SKIPPED-COUNT
               NOT INVALID KEY
                   MOVE "COLLECTED" TO WS-OUTCOME
                   PERFORM POST-EXPECTED-CREDIT
                   PERFORM WRITE-COLLECTION-ITEM
           END-REWRITE.
           *> The mandate is stamped before the credit is written -
           *> whatever else happens, a rerun of the night must never
           *> post the same collection twice.

       POST-EXPECTED-CREDIT.
           MOVE SPACES TO FIN-TRAN-RECORD.
           MOVE SHST-CUST-ID TO FIN-CUST-ID.
           MOVE "C" TO FIN-DC-CODE.
           MOVE WS-OWED TO FIN-AMOUNT.
           MOVE WS-RUN-DATE(3:6) TO FIN-TRAN-DATE.
           MOVE WS-COLLECT-REFERENCE TO FIN-REFERENCE.
           MOVE "DD" TO FIN-TRAN-TYPE.
           WRITE FIN-TRAN-RECORD.

       WRITE-COLLECTION-ITEM.
           MOVE DDM-ACCOUNT TO WS-MASKED-ACCOUNT.
           PERFORM UNMASK-ONE-DIGIT
               VARYING WS-DIGIT-INDEX FROM 1 BY 1
               UNTIL WS-DIGIT-INDEX > 17.
           MOVE SPACES TO DD-COLLECTION-RECORD.
           SET DDC-ITEM TO TRUE.
           MOVE DDM-ROUTING TO DDC-ROUTING.
           MOVE WS-PLAIN-ACCOUNT TO DDC-ACCOUNT.
           MOVE DDM-REFERENCE TO DDC-MANDATE-REF.
           MOVE WS-OWED TO DDC-AMOUNT.
           MOVE WS-COLLECT-REFERENCE TO DDC-REFERENCE.
           MOVE DDM-CUST-ID TO DDC-CUST-ID.
           WRITE DD-COLLECTION-RECORD.
           MOVE 0 TO WS-PLAIN-ACCOUNT.
           ADD 1 TO WS-COLLECT-COUNT.
           ADD WS-OWED TO WS-COLLECT-TOTAL.

       UNMASK-ONE-DIGIT.
           COMPUTE WS-KEY-INDEX =
               FUNCTION MOD(WS-DIGIT-INDEX - 1, 10) + 1.
           COMPUTE WS-SUM-DIGIT =
               WS-MASKED-DIGIT(WS-DIGIT-INDEX)
               - WS-KEY-DIGIT(WS-KEY-INDEX) + 10.
           COMPUTE WS-PLAIN-DIGIT(WS-DIGIT-INDEX) =
               FUNCTION MOD(WS-SUM-DIGIT, 10).

       REPORT-ONE-STATEMENT.
           IF WS-OWED > 0
               MOVE WS-OWED TO WS-AMOUNT-EDIT
           ELSE
               MOVE 0 TO WS-AMOUNT-EDIT
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING SHST-CUST-ID " STMT " SHST-STMT-DATE
               " " WS-AMOUNT-EDIT
               " " WS-OUTCOME
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE COLLECT-REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-COLLECTION-TRAILER.
           MOVE SPACES TO DD-COLLECTION-RECORD.
           SET DDC-FILE-TRAILER TO TRUE.
           MOVE WS-COLLECT-COUNT TO DDC-ITEM-COUNT.
           MOVE WS-COLLECT-TOTAL TO DDC-TOTAL-AMOUNT.
           WRITE DD-COLLECTION-RECORD.

       WRITE-COLLECT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE COLLECT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-COLLECT-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DUE " WS-DUE-COUNT
               " COLLECTED " WS-COLLECT-COUNT
               " TOTAL " WS-TOTAL-EDIT
               " NOT COLLECTED " WS-SKIPPED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE COLLECT-REPORT-RECORD FROM WS-REPORT-LINE.

       CLOSE-FILES.
           IF WS-MANDATE-STATUS = "00" OR WS-MANDATE-STATUS = "23"
               CLOSE MANDATE-FILE
           END-IF.
           IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "10"
               CLOSE STMT-HISTORY-FILE
           END-IF.
           IF WS-BALANCE-STATUS = "00" OR WS-BALANCE-STATUS = "23"
               CLOSE BALANCE-FILE
           END-IF.
           CLOSE FINANCIAL-TRAN-FILE.
           CLOSE COLLECTION-FILE.
           CLOSE COLLECT-REPORT-FILE.

       WRITE-OPERATOR-ALERT.
           MOVE "DirectDebitCollect" TO ALERT-PROGRAM-NAME.
           MOVE RETURN-CODE TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-FILE-STATUSES.
           STRING "MAND=" WS-MANDATE-STATUS
               " HIST=" WS-HISTORY-STATUS
               DELIMITED BY SIZE INTO ALERT-FILE-STATUSES.
           MOVE "CHECK DDMAND AND STMTHIST THEN RERUN"
               TO ALERT-ACTION-TEXT.
           CALL "AlertWriter" USING ALERT-CALL-AREA.
