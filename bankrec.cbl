       IDENTIFICATION DIVISION.
       PROGRAM-ID. BankReconcile.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-STATEMENT-FILE ASSIGN TO "BANKSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.
           *> The bank's daily statement - only its deposit lines
           *> (type D) take part; charges and transfers are the
           *> treasury desk's business. Consumed once reconciled so
           *> the same deposit is never matched twice.

           SELECT PAYMENT-JOURNAL-FILE ASSIGN TO "PAYJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-JRNL-STATUS.
           *> Counter payments. Each operator banks the day's takings
           *> on one slip referenced with their operator ID, so the
           *> journal is totalled by operator and day to give the
           *> amount each slip should carry.

           SELECT DEPOSIT-LOG-FILE ASSIGN TO "LBXDEPO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPOSIT-STATUS.
           *> Lockbox deposits as LockboxImport loaded them - the
           *> bank's own deposit number is the reference.

           SELECT OPEN-ITEMS-FILE ASSIGN TO "BANKOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPEN-STATUS.
           *> Everything left unreconciled by earlier runs - posted
           *> cash still waiting for its deposit and deposits still
           *> waiting for their cash. Read back at the start and
           *> rewritten at the end, so an item only ever leaves by
           *> being matched.

           SELECT RECON-CONTROL-FILE ASSIGN TO "BANKRECC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           *> The last cash date already taken from PAYJRNL and
           *> LBXDEPO - both are kept for good, so each run takes
           *> only what is newer. No record means today's cash only.

           SELECT RECON-REPORT-FILE ASSIGN TO "BANKRECR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           *> Matched deposits, posted cash with no deposit, and
           *> deposits with no posted cash, each with a running
           *> total, then the amounts carried forward.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK-STATEMENT-FILE.
       01  BANK-STATEMENT-RECORD.
           05 BSTM-POST-DATE      PIC 9(08).
           05 BSTM-TRAN-TYPE      PIC X(01).
           88 BSTM-DEPOSIT        VALUE "D".
           05 BSTM-REFERENCE      PIC X(10).
           05 BSTM-AMOUNT         PIC 9(09)V99.
           05 BSTM-DESCRIPTION    PIC X(30).

       FD  PAYMENT-JOURNAL-FILE.
           COPY PAYJRN.

       FD  DEPOSIT-LOG-FILE.
           COPY LBXDEP.

       FD  OPEN-ITEMS-FILE.
       01  OPEN-ITEM-RECORD.
           05 OPEN-SIDE           PIC X(01).
           88 OPEN-POSTED-CASH    VALUE "P".
           88 OPEN-BANK-DEPOSIT   VALUE "B".
           05 OPEN-SOURCE         PIC X(08).
           05 OPEN-ITEM-DATE      PIC 9(08).
           05 OPEN-REFERENCE      PIC X(10).
           05 OPEN-AMOUNT         PIC 9(09)V99.

       FD  RECON-CONTROL-FILE.
       01  RECON-CTL-RECORD.
           05 CTL-LAST-CASH-DATE  PIC 9(08).

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-STATEMENT-STATUS     PIC X(02) VALUE "00".
       01 WS-PAY-JRNL-STATUS      PIC X(02) VALUE "00".
       01 WS-DEPOSIT-STATUS       PIC X(02) VALUE "00".
       01 WS-OPEN-STATUS          PIC X(02) VALUE "00".
       01 WS-CONTROL-STATUS       PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS        PIC X(02) VALUE "00".

       01 WS-FILE-EOF-SWITCH      PIC X(01) VALUE "N".
       88 FILE-EOF                VALUE "Y".
       88 FILE-NOT-EOF            VALUE "N".

       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 2000 TIMES.
               10 WS-IT-SIDE      PIC X(01).
               10 WS-IT-SOURCE    PIC X(08).
               10 WS-IT-DATE      PIC 9(08).
               10 WS-IT-REFERENCE PIC X(10).
               10 WS-IT-AMOUNT    PIC 9(09)V99.
               10 WS-IT-CARRIED   PIC X(01).
               10 WS-IT-MATCH     PIC 9(04).
       01 WS-ITEM-COUNT           PIC 9(04) VALUE 0.
       01 WS-ITEM-INDEX           PIC 9(04).
       01 WS-SCAN-INDEX           PIC 9(04).
       01 WS-FOUND-INDEX          PIC 9(04).
       01 WS-ITEM-OVERFLOW        PIC 9(06) VALUE 0.
       *> Carried items first, oldest first, then tonight's - so
       *> when two slips carry the same reference and amount the
       *> older posted cash is matched first. WS-IT-MATCH holds the
       *> partner's row once matched, zero while open.

       01 WS-SLIP-SOURCE          PIC X(08).
       01 WS-SLIP-REFERENCE       PIC X(10).
       *> Cash and cheques go to the bank on the operator's own
       *> slip; card takings settle through the card acquirer as
       *> one deposit a day, which the bank shows as CARDSETL.

       01 WS-RUN-DATE             PIC 9(08).
       01 WS-TODAY-INTEGER        PIC 9(08).
       01 WS-LAST-CASH-DATE       PIC 9(08).
       01 WS-AGE-DAYS             PIC 9(05).

       01 WS-MATCHED-COUNT        PIC 9(06) VALUE 0.
       01 WS-MATCHED-TOTAL        PIC 9(11)V99 VALUE 0.
       01 WS-UNDEPOSITED-COUNT    PIC 9(06) VALUE 0.
       01 WS-UNDEPOSITED-TOTAL    PIC 9(11)V99 VALUE 0.
       01 WS-UNPOSTED-COUNT       PIC 9(06) VALUE 0.
       01 WS-UNPOSTED-TOTAL       PIC 9(11)V99 VALUE 0.
       01 WS-CARRIED-IN-COUNT     PIC 9(06) VALUE 0.
       01 WS-IGNORED-COUNT        PIC 9(06) VALUE 0.

       01 WS-REPORT-LINE          PIC X(80).
       01 WS-AMOUNT-EDIT          PIC Z(08)9.99.
       01 WS-TOTAL-EDIT           PIC Z(10)9.99.
       01 WS-AGE-EDIT             PIC ZZZZ9.

       COPY ALERTLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Bank Reconcile Start ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           PERFORM READ-RECON-CONTROL.
           PERFORM LOAD-CARRIED-ITEMS.
           PERFORM LOAD-COUNTER-CASH.
           PERFORM LOAD-LOCKBOX-DEPOSITS.
           PERFORM LOAD-BANK-STATEMENT.
           IF WS-ITEM-OVERFLOW > 0
               DISPLAY "Reconciliation table full - nothing changed"
               DISPLAY "=== Bank Reconcile End ==="
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPERATOR-ALERT
               STOP RUN
           END-IF.
           *> A partial reconciliation would drop whatever did not
           *> fit from the carry-forward - so nothing is written,
           *> the statement is left in place, and the run is rerun
           *> once the table is widened.
           PERFORM MATCH-ONE-DEPOSIT
               VARYING WS-ITEM-INDEX FROM 1 BY 1
               UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT.
           PERFORM WRITE-RECON-REPORT.
           PERFORM WRITE-CARRY-FORWARD.
           PERFORM WRITE-RECON-CONTROL.
           PERFORM EMPTY-STATEMENT-FILE.
           DISPLAY "Matched: " WS-MATCHED-COUNT
               " Cash not deposited: " WS-UNDEPOSITED-COUNT
               " Deposits not posted: " WS-UNPOSTED-COUNT.
           DISPLAY "=== Bank Reconcile End ===".
           IF WS-UNDEPOSITED-COUNT > 0 OR WS-UNPOSTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-RECON-CONTROL.
           COMPUTE WS-LAST-CASH-DATE = FUNCTION DATE-OF-INTEGER
               (WS-TODAY-INTEGER - 1).
           OPEN INPUT RECON-CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ RECON-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-LAST-CASH-DATE IS NUMERIC
                           AND CTL-LAST-CASH-DATE > 0
                           MOVE CTL-LAST-CASH-DATE
                               TO WS-LAST-CASH-DATE
                       END-IF
               END-READ
               CLOSE RECON-CONTROL-FILE
           END-IF.

       LOAD-CARRIED-ITEMS.
           SET FILE-NOT-EOF TO TRUE.
           OPEN INPUT OPEN-ITEMS-FILE.
           IF WS-OPEN-STATUS NOT = "00"
               SET FILE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL FILE-EOF
               READ OPEN-ITEMS-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM ADD-CARRIED-ITEM
               END-READ
           END-PERFORM.
           IF WS-OPEN-STATUS = "00" OR WS-OPEN-STATUS = "10"
               CLOSE OPEN-ITEMS-FILE
           END-IF.

       ADD-CARRIED-ITEM.
           IF WS-ITEM-COUNT < 2000
               ADD 1 TO WS-ITEM-COUNT
               ADD 1 TO WS-CARRIED-IN-COUNT
               MOVE OPEN-SIDE TO WS-IT-SIDE(WS-ITEM-COUNT)
               MOVE OPEN-SOURCE TO WS-IT-SOURCE(WS-ITEM-COUNT)
               MOVE OPEN-ITEM-DATE TO WS-IT-DATE(WS-ITEM-COUNT)
               MOVE OPEN-REFERENCE TO WS-IT-REFERENCE(WS-ITEM-COUNT)
               MOVE OPEN-AMOUNT TO WS-IT-AMOUNT(WS-ITEM-COUNT)
               MOVE "Y" TO WS-IT-CARRIED(WS-ITEM-COUNT)
               MOVE 0 TO WS-IT-MATCH(WS-ITEM-COUNT)
           ELSE
               ADD 1 TO WS-ITEM-OVERFLOW
           END-IF.

       LOAD-COUNTER-CASH.
           SET FILE-NOT-EOF TO TRUE.
           OPEN INPUT PAYMENT-JOURNAL-FILE.
           IF WS-PAY-JRNL-STATUS NOT = "00"
               SET FILE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL FILE-EOF
               READ PAYMENT-JOURNAL-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       IF PJR-STAMP-DATE > WS-LAST-CASH-DATE
                           AND PJR-STAMP-DATE <= WS-RUN-DATE
                           PERFORM ADD-COUNTER-PAYMENT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PAY-JRNL-STATUS = "00" OR WS-PAY-JRNL-STATUS = "10"
               CLOSE PAYMENT-JOURNAL-FILE
           END-IF.

       ADD-COUNTER-PAYMENT.
           IF PJR-CARD
               MOVE "CARD" TO WS-SLIP-SOURCE
               MOVE "CARDSETL" TO WS-SLIP-REFERENCE
           ELSE
               MOVE "COUNTER" TO WS-SLIP-SOURCE
               MOVE PJR-OPERATOR-ID TO WS-SLIP-REFERENCE
           END-IF.
           MOVE 0 TO WS-FOUND-INDEX.
           PERFORM FIND-COUNTER-SLIP
               VARYING WS-SCAN-INDEX FROM 1 BY 1
               UNTIL WS-SCAN-INDEX > WS-ITEM-COUNT
                  OR WS-FOUND-INDEX > 0.
           IF WS-FOUND-INDEX > 0
               ADD PJR-AMOUNT TO WS-IT-AMOUNT(WS-FOUND-INDEX)
           ELSE
               IF WS-ITEM-COUNT < 2000
                   ADD 1 TO WS-ITEM-COUNT
                   MOVE "P" TO WS-IT-SIDE(WS-ITEM-COUNT)
                   MOVE WS-SLIP-SOURCE TO WS-IT-SOURCE(WS-ITEM-COUNT)
                   MOVE PJR-STAMP-DATE TO WS-IT-DATE(WS-ITEM-COUNT)
                   MOVE WS-SLIP-REFERENCE
                       TO WS-IT-REFERENCE(WS-ITEM-COUNT)
                   MOVE PJR-AMOUNT TO WS-IT-AMOUNT(WS-ITEM-COUNT)
                   MOVE "N" TO WS-IT-CARRIED(WS-ITEM-COUNT)
                   MOVE 0 TO WS-IT-MATCH(WS-ITEM-COUNT)
               ELSE
                   ADD 1 TO WS-ITEM-OVERFLOW
               END-IF
           END-IF.

       FIND-COUNTER-SLIP.
           IF WS-IT-CARRIED(WS-SCAN-INDEX) = "N"
               AND WS-IT-SIDE(WS-SCAN-INDEX) = "P"
               AND WS-IT-SOURCE(WS-SCAN-INDEX) = WS-SLIP-SOURCE
               AND WS-IT-DATE(WS-SCAN-INDEX) = PJR-STAMP-DATE
               AND WS-IT-REFERENCE(WS-SCAN-INDEX) = WS-SLIP-REFERENCE
               MOVE WS-SCAN-INDEX TO WS-FOUND-INDEX
           END-IF.

       LOAD-LOCKBOX-DEPOSITS.
           SET FILE-NOT-EOF TO TRUE.
           OPEN INPUT DEPOSIT-LOG-FILE.
           IF WS-DEPOSIT-STATUS NOT = "00"
               SET FILE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL FILE-EOF
               READ DEPOSIT-LOG-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       IF LDEP-LOAD-DATE > WS-LAST-CASH-DATE
                           AND LDEP-LOAD-DATE <= WS-RUN-DATE
                           PERFORM ADD-LOCKBOX-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-DEPOSIT-STATUS = "00" OR WS-DEPOSIT-STATUS = "10"
               CLOSE DEPOSIT-LOG-FILE
           END-IF.
           *> Taken by the day it was loaded, not the deposit date -
           *> a file the bank sends late is still picked up once.

       ADD-LOCKBOX-DEPOSIT.
           IF WS-ITEM-COUNT < 2000
               ADD 1 TO WS-ITEM-COUNT
               MOVE "P" TO WS-IT-SIDE(WS-ITEM-COUNT)
               MOVE "LOCKBOX" TO WS-IT-SOURCE(WS-ITEM-COUNT)
               MOVE LDEP-DEPOSIT-DATE TO WS-IT-DATE(WS-ITEM-COUNT)
               MOVE LDEP-DEPOSIT-ID TO WS-IT-REFERENCE(WS-ITEM-COUNT)
               MOVE LDEP-DEPOSIT-TOTAL TO WS-IT-AMOUNT(WS-ITEM-COUNT)
               MOVE "N" TO WS-IT-CARRIED(WS-ITEM-COUNT)
               MOVE 0 TO WS-IT-MATCH(WS-ITEM-COUNT)
           ELSE
               ADD 1 TO WS-ITEM-OVERFLOW
           END-IF.
           *> The whole deposit - unapplied items are in the bank
           *> as surely as the applied ones.

       LOAD-BANK-STATEMENT.
           SET FILE-NOT-EOF TO TRUE.
           OPEN INPUT BANK-STATEMENT-FILE.
           IF WS-STATEMENT-STATUS NOT = "00"
               SET FILE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL FILE-EOF
               READ BANK-STATEMENT-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       IF BSTM-DEPOSIT
                           PERFORM ADD-BANK-DEPOSIT
                       ELSE
                           ADD 1 TO WS-IGNORED-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-STATEMENT-STATUS = "00" OR WS-STATEMENT-STATUS = "10"
               CLOSE BANK-STATEMENT-FILE
           END-IF.

       ADD-BANK-DEPOSIT.
           IF WS-ITEM-COUNT < 2000
               ADD 1 TO WS-ITEM-COUNT
               MOVE "B" TO WS-IT-SIDE(WS-ITEM-COUNT)
               MOVE "BANK" TO WS-IT-SOURCE(WS-ITEM-COUNT)
               MOVE BSTM-POST-DATE TO WS-IT-DATE(WS-ITEM-COUNT)
               MOVE BSTM-REFERENCE TO WS-IT-REFERENCE(WS-ITEM-COUNT)
               MOVE BSTM-AMOUNT TO WS-IT-AMOUNT(WS-ITEM-COUNT)
               MOVE "N" TO WS-IT-CARRIED(WS-ITEM-COUNT)
               MOVE 0 TO WS-IT-MATCH(WS-ITEM-COUNT)
           ELSE
               ADD 1 TO WS-ITEM-OVERFLOW
           END-IF.

       MATCH-ONE-DEPOSIT.
           IF WS-IT-SIDE(WS-ITEM-INDEX) = "B"
               AND WS-IT-MATCH(WS-ITEM-INDEX) = 0
               MOVE 0 TO WS-FOUND-INDEX
               PERFORM FIND-POSTED-CASH
                   VARYING WS-SCAN-INDEX FROM 1 BY 1
                   UNTIL WS-SCAN-INDEX > WS-ITEM-COUNT
                      OR WS-FOUND-INDEX > 0
               IF WS-FOUND-INDEX > 0
                   MOVE WS-FOUND-INDEX TO WS-IT-MATCH(WS-ITEM-INDEX)
                   MOVE WS-ITEM-INDEX TO WS-IT-MATCH(WS-FOUND-INDEX)
               END-IF
           END-IF.
           *> A deposit matches posted cash on the slip reference
           *> and the exact amount - a slip short by a cent is a
           *> mismatch on both sides, for the cash desk to explain.

       FIND-POSTED-CASH.
           IF WS-IT-SIDE(WS-SCAN-INDEX) = "P"
               AND WS-IT-MATCH(WS-SCAN-INDEX) = 0
               AND WS-IT-REFERENCE(WS-SCAN-INDEX)
                   = WS-IT-REFERENCE(WS-ITEM-INDEX)
               AND WS-IT-AMOUNT(WS-SCAN-INDEX)
                   = WS-IT-AMOUNT(WS-ITEM-INDEX)
               MOVE WS-SCAN-INDEX TO WS-FOUND-INDEX
           END-IF.

       WRITE-RECON-REPORT.
           OPEN OUTPUT RECON-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "BANK DEPOSIT RECONCILIATION - RUN DATE "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CASH AFTER " WS-LAST-CASH-DATE
               " - ITEMS CARRIED IN " WS-CARRIED-IN-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "MATCHED DEPOSITS" TO WS-REPORT-LINE.
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM REPORT-MATCHED-DEPOSIT
               VARYING WS-ITEM-INDEX FROM 1 BY 1
               UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "POSTED CASH WITH NO DEPOSIT" TO WS-REPORT-LINE.
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM REPORT-UNDEPOSITED-CASH
               VARYING WS-ITEM-INDEX FROM 1 BY 1
               UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "DEPOSITS WITH NO POSTED CASH" TO WS-REPORT-LINE.
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM REPORT-UNPOSTED-DEPOSIT
               VARYING WS-ITEM-INDEX FROM 1 BY 1
               UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT.
           PERFORM WRITE-RECON-TOTALS.
           CLOSE RECON-REPORT-FILE.

       REPORT-MATCHED-DEPOSIT.
           IF WS-IT-SIDE(WS-ITEM-INDEX) = "B"
               AND WS-IT-MATCH(WS-ITEM-INDEX) > 0
               MOVE WS-IT-MATCH(WS-ITEM-INDEX) TO WS-FOUND-INDEX
               ADD 1 TO WS-MATCHED-COUNT
               ADD WS-IT-AMOUNT(WS-ITEM-INDEX) TO WS-MATCHED-TOTAL
               MOVE WS-IT-AMOUNT(WS-ITEM-INDEX) TO WS-AMOUNT-EDIT
               MOVE WS-MATCHED-TOTAL TO WS-TOTAL-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-IT-DATE(WS-ITEM-INDEX)
                   " " WS-IT-REFERENCE(WS-ITEM-INDEX)
                   " " WS-IT-SOURCE(WS-FOUND-INDEX)
                   " " WS-IT-DATE(WS-FOUND-INDEX)
                   " " WS-AMOUNT-EDIT
                   " " WS-TOTAL-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           *> Deposit date and slip, then the source and cash date
           *> it cleared, the amount, and the running total.

       REPORT-UNDEPOSITED-CASH.
           IF WS-IT-SIDE(WS-ITEM-INDEX) = "P"
               AND WS-IT-MATCH(WS-ITEM-INDEX) = 0
               ADD 1 TO WS-UNDEPOSITED-COUNT
               ADD WS-IT-AMOUNT(WS-ITEM-INDEX)
                   TO WS-UNDEPOSITED-TOTAL
               MOVE WS-UNDEPOSITED-TOTAL TO WS-TOTAL-EDIT
               PERFORM WRITE-OPEN-ITEM-LINE
           END-IF.

       REPORT-UNPOSTED-DEPOSIT.
           IF WS-IT-SIDE(WS-ITEM-INDEX) = "B"
               AND WS-IT-MATCH(WS-ITEM-INDEX) = 0
               ADD 1 TO WS-UNPOSTED-COUNT
               ADD WS-IT-AMOUNT(WS-ITEM-INDEX) TO WS-UNPOSTED-TOTAL
               MOVE WS-UNPOSTED-TOTAL TO WS-TOTAL-EDIT
               PERFORM WRITE-OPEN-ITEM-LINE
           END-IF.

       WRITE-OPEN-ITEM-LINE.
           COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE(WS-IT-DATE(WS-ITEM-INDEX)).
           MOVE WS-AGE-DAYS TO WS-AGE-EDIT.
           MOVE WS-IT-AMOUNT(WS-ITEM-INDEX) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WS-IT-DATE(WS-ITEM-INDEX)
               " " WS-IT-REFERENCE(WS-ITEM-INDEX)
               " " WS-IT-SOURCE(WS-ITEM-INDEX)
               " " WS-AGE-EDIT " DAYS"
               " " WS-AMOUNT-EDIT
               " " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           IF WS-IT-CARRIED(WS-ITEM-INDEX) = "Y"
               MOVE "C/F" TO WS-REPORT-LINE(78:3)
           END-IF.
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE.
           *> C/F marks an item already open before tonight - the
           *> age keeps counting until it clears.

       WRITE-RECON-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-MATCHED-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "MATCHED DEPOSITS        " WS-MATCHED-COUNT
               " " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-UNDEPOSITED-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CASH NOT DEPOSITED C/F  " WS-UNDEPOSITED-COUNT
               " " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-UNPOSTED-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DEPOSITS NOT POSTED C/F " WS-UNPOSTED-COUNT
               " " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "NON-DEPOSIT STATEMENT LINES IGNORED "
               WS-IGNORED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RECON-REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-CARRY-FORWARD.
           OPEN OUTPUT OPEN-ITEMS-FILE.
           PERFORM CARRY-ONE-ITEM
               VARYING WS-ITEM-INDEX FROM 1 BY 1
               UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT.
           CLOSE OPEN-ITEMS-FILE.

       CARRY-ONE-ITEM.
           IF WS-IT-MATCH(WS-ITEM-INDEX) = 0
               MOVE WS-IT-SIDE(WS-ITEM-INDEX) TO OPEN-SIDE
               MOVE WS-IT-SOURCE(WS-ITEM-INDEX) TO OPEN-SOURCE
               MOVE WS-IT-DATE(WS-ITEM-INDEX) TO OPEN-ITEM-DATE
               MOVE WS-IT-REFERENCE(WS-ITEM-INDEX) TO OPEN-REFERENCE
               MOVE WS-IT-AMOUNT(WS-ITEM-INDEX) TO OPEN-AMOUNT
               WRITE OPEN-ITEM-RECORD
           END-IF.

       WRITE-RECON-CONTROL.
           OPEN OUTPUT RECON-CONTROL-FILE.
           MOVE WS-RUN-DATE TO CTL-LAST-CASH-DATE.
           WRITE RECON-CTL-RECORD.
           CLOSE RECON-CONTROL-FILE.

       EMPTY-STATEMENT-FILE.
           OPEN OUTPUT BANK-STATEMENT-FILE.
           CLOSE BANK-STATEMENT-FILE.

       WRITE-OPERATOR-ALERT.
           MOVE "BankReconcile" TO ALERT-PROGRAM-NAME.
           MOVE RETURN-CODE TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-FILE-STATUSES.
           STRING "OPEN=" WS-OPEN-STATUS
               " STMT=" WS-STATEMENT-STATUS
               DELIMITED BY SIZE INTO ALERT-FILE-STATUSES.
           MOVE "RECON TABLE FULL - NOTHING CARRIED"
               TO ALERT-ACTION-TEXT.
           CALL "AlertWriter" USING ALERT-CALL-AREA.
