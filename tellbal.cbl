       IDENTIFICATION DIVISION.
       PROGRAM-ID. TellerBalance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-JOURNAL-FILE ASSIGN TO "PAYJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-JRNL-STATUS.
           *> Every payment PaymentEntryMenu took over the counter,
           *> stamped with the operator and tender. Only the day
           *> being balanced is taken.

           SELECT DECLARATION-FILE ASSIGN TO "TELLDECL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECLARE-STATUS.
           *> What each operator counted in the drawer at close -
           *> one line per operator and tender for the day. Left in
           *> place so the sheet can be run again after the posting
           *> run without the counts having to be keyed twice.

           SELECT POSTING-HISTORY-FILE ASSIGN TO "POSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           *> The proof side - each counter payment must turn up
           *> here as a credit once the nightly posting has run.

           SELECT TELLER-CONTROL-FILE ASSIGN TO "TELLBALC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           *> The business date to balance. No record, or zeros,
           *> means today.

           SELECT TELLER-REPORT-FILE ASSIGN TO "TELLBALR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           *> One balancing sheet per operator, then the posting
           *> proof.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-JOURNAL-FILE.
           COPY PAYJRN.

       FD  DECLARATION-FILE.
       01  TELLER-DECLARATION-RECORD.
           05 DECL-BUSINESS-DATE  PIC 9(08).
           05 DECL-OPERATOR-ID    PIC X(08).
           05 DECL-TENDER         PIC X(01).
           05 DECL-AMOUNT         PIC 9(07)V99.

       FD  POSTING-HISTORY-FILE.
           COPY POSTHST.

       FD  TELLER-CONTROL-FILE.
       01  TELLER-CTL-RECORD.
           05 CTL-BALANCE-DATE    PIC 9(08).

       FD  TELLER-REPORT-FILE.
       01  TELLER-REPORT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-PAY-JRNL-STATUS      PIC X(02) VALUE "00".
       01 WS-DECLARE-STATUS       PIC X(02) VALUE "00".
       01 WS-HISTORY-STATUS       PIC X(02) VALUE "00".
       01 WS-CONTROL-STATUS       PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS        PIC X(02) VALUE "00".

       01 WS-FILE-EOF-SWITCH      PIC X(01) VALUE "N".
       88 FILE-EOF                VALUE "Y".
       88 FILE-NOT-EOF            VALUE "N".

       01 WS-TENDER-NAMES.
           05 FILLER              PIC X(06) VALUE "CASH".
           05 FILLER              PIC X(06) VALUE "CHEQUE".
           05 FILLER              PIC X(06) VALUE "CARD".
       01 WS-TENDER-NAME-TABLE REDEFINES WS-TENDER-NAMES.
           05 WS-TENDER-NAME      OCCURS 3 TIMES PIC X(06).
       01 WS-TENDER-INDEX         PIC 9(01).
       *> 1 cash, 2 cheque, 3 card - the columns of every sheet.

       01 WS-OPERATOR-TABLE.
           05 WS-OPERATOR-ENTRY OCCURS 100 TIMES.
               10 WS-OP-ID        PIC X(08).
               10 WS-OP-DECLARED  PIC X(01).
               10 WS-OP-TENDER OCCURS 3 TIMES.
                   15 WS-OP-COUNT     PIC 9(05).
                   15 WS-OP-TAKEN     PIC 9(09)V99.
                   15 WS-OP-COUNTED   PIC 9(09)V99.
       01 WS-OPERATOR-COUNT       PIC 9(03) VALUE 0.
       01 WS-OPERATOR-INDEX       PIC 9(03).
       01 WS-OPERATOR-FOUND       PIC 9(03).
       *> One row per operator who took a payment or declared a
       *> count for the day. WS-OP-DECLARED is "Y" once any count
       *> line has been read for the operator, so a drawer nobody
       *> counted shows as such rather than as a short.

       01 WS-PAYMENT-TABLE.
           05 WS-PAYMENT-ENTRY OCCURS 3000 TIMES.
               10 WS-PT-CUST-ID   PIC 9(10).
               10 WS-PT-AMOUNT    PIC 9(07)V99.
               10 WS-PT-OPERATOR  PIC X(08).
               10 WS-PT-TIME      PIC 9(08).
               10 WS-PT-TENDER    PIC 9(01).
               10 WS-PT-POST-DAY  PIC 9(08).
               10 WS-PT-POSTED    PIC X(01).
       01 WS-PAYMENT-COUNT        PIC 9(04) VALUE 0.
       01 WS-PAYMENT-INDEX        PIC 9(04).
       01 WS-PAYMENT-FOUND        PIC 9(04).
       01 WS-TABLE-OVERFLOW       PIC 9(06) VALUE 0.
       *> The day's payments in the order they were taken. Each
       *> posted credit ticks off the first unticked payment with
       *> the same customer, amount, and operator, so two equal
       *> payments need two postings.

       01 WS-BALANCE-DATE         PIC 9(08).
       01 WS-HISTORY-OPERATOR     PIC X(08).

       01 WS-VARIANCE             PIC S9(09)V99.
       01 WS-SHEET-COUNT          PIC 9(06).
       01 WS-SHEET-TAKEN          PIC 9(09)V99.
       01 WS-SHEET-COUNTED        PIC 9(09)V99.
       01 WS-SHEET-SWITCH         PIC X(01).
       88 SHEET-OUT               VALUE "Y".
       88 SHEET-IN                VALUE "N".

       01 WS-OUT-OF-BALANCE-COUNT PIC 9(03) VALUE 0.
       01 WS-UNDECLARED-COUNT     PIC 9(03) VALUE 0.
       01 WS-DECLARE-IGNORED      PIC 9(06) VALUE 0.
       01 WS-POSTED-COUNT         PIC 9(06) VALUE 0.
       01 WS-UNPOSTED-COUNT       PIC 9(06) VALUE 0.
       01 WS-UNPOSTED-TOTAL       PIC 9(09)V99 VALUE 0.
       01 WS-LATER-COUNT          PIC 9(06) VALUE 0.

       01 WS-REPORT-LINE          PIC X(80).
       01 WS-COUNT-EDIT           PIC ZZZZ9.
       01 WS-TAKEN-EDIT           PIC Z(08)9.99.
       01 WS-COUNTED-EDIT         PIC Z(08)9.99.
       01 WS-VARIANCE-EDIT        PIC Z(08)9.99-.
       01 WS-AMOUNT-EDIT          PIC Z(06)9.99.

       COPY ALERTLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Teller Balance Start ===".
           PERFORM READ-TELLER-CONTROL.
           OPEN OUTPUT TELLER-REPORT-FILE.
           PERFORM LOAD-PAYMENTS.
           PERFORM LOAD-DECLARATIONS.
           PERFORM WRITE-REPORT-HEADING.
           PERFORM WRITE-OPERATOR-SHEET
               VARYING WS-OPERATOR-INDEX FROM 1 BY 1
               UNTIL WS-OPERATOR-INDEX > WS-OPERATOR-COUNT.
           IF WS-PAYMENT-COUNT > 0
               PERFORM PROVE-POSTINGS
           END-IF.
           PERFORM WRITE-PROOF-SECTION.
           CLOSE TELLER-REPORT-FILE.
           DISPLAY "Operators: " WS-OPERATOR-COUNT
               " Out of balance: " WS-OUT-OF-BALANCE-COUNT
               " Not counted: " WS-UNDECLARED-COUNT.
           DISPLAY "Payments: " WS-PAYMENT-COUNT
               " Posted: " WS-POSTED-COUNT
               " Not posted: " WS-UNPOSTED-COUNT.
           DISPLAY "=== Teller Balance End ===".
           EVALUATE TRUE
               WHEN WS-PAY-JRNL-STATUS NOT = "00"
                   AND WS-PAY-JRNL-STATUS NOT = "10"
                   AND WS-PAY-JRNL-STATUS NOT = "35"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-HISTORY-STATUS NOT = "00"
                   AND WS-HISTORY-STATUS NOT = "10"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TABLE-OVERFLOW > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-OUT-OF-BALANCE-COUNT > 0
                   OR WS-UNDECLARED-COUNT > 0
                   OR WS-DECLARE-IGNORED > 0
                   OR WS-UNPOSTED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE >= 8
               PERFORM WRITE-OPERATOR-ALERT
           END-IF.
           STOP RUN.
           *> No PAYJRNL (35) is a day nobody took a payment. A
           *> payment that could not be tabled can be neither
           *> balanced nor proven, so overflow is an 8; a drawer out
           *> of balance or a payment not yet on the history is a 4
           *> for the supervisor to chase in the morning.

       READ-TELLER-CONTROL.
           ACCEPT WS-BALANCE-DATE FROM DATE YYYYMMDD.
           OPEN INPUT TELLER-CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ TELLER-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-BALANCE-DATE IS NUMERIC
                           AND CTL-BALANCE-DATE > 0
                           MOVE CTL-BALANCE-DATE TO WS-BALANCE-DATE
                       END-IF
               END-READ
               CLOSE TELLER-CONTROL-FILE
           END-IF.
           *> Balancing after a posting run that finished past
           *> midnight needs yesterday's date set here.

       LOAD-PAYMENTS.
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
                       IF PJR-STAMP-DATE = WS-BALANCE-DATE
                           PERFORM ADD-PAYMENT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PAY-JRNL-STATUS = "00" OR WS-PAY-JRNL-STATUS = "10"
               CLOSE PAYMENT-JOURNAL-FILE
           END-IF.

       ADD-PAYMENT.
           EVALUATE TRUE
               WHEN PJR-CHEQUE
                   MOVE 2 TO WS-TENDER-INDEX
               WHEN PJR-CARD
                   MOVE 3 TO WS-TENDER-INDEX
               WHEN OTHER
                   MOVE 1 TO WS-TENDER-INDEX
           END-EVALUATE.
           IF WS-PAYMENT-COUNT < 3000
               MOVE PJR-OPERATOR-ID TO WS-HISTORY-OPERATOR
               PERFORM LOCATE-OPERATOR
           ELSE
               MOVE 0 TO WS-OPERATOR-FOUND
           END-IF.
           IF WS-OPERATOR-FOUND > 0
               ADD 1 TO WS-PAYMENT-COUNT
               MOVE PJR-CUST-ID TO WS-PT-CUST-ID(WS-PAYMENT-COUNT)
               MOVE PJR-AMOUNT TO WS-PT-AMOUNT(WS-PAYMENT-COUNT)
               MOVE PJR-OPERATOR-ID
                   TO WS-PT-OPERATOR(WS-PAYMENT-COUNT)
               MOVE PJR-STAMP-TIME TO WS-PT-TIME(WS-PAYMENT-COUNT)
               MOVE WS-TENDER-INDEX
                   TO WS-PT-TENDER(WS-PAYMENT-COUNT)
               MOVE "N" TO WS-PT-POSTED(WS-PAYMENT-COUNT)
               IF PJR-POSTING-DATE IS NUMERIC
                   AND PJR-POSTING-DATE > 0
                   MOVE PJR-POSTING-DATE
                       TO WS-PT-POST-DAY(WS-PAYMENT-COUNT)
               ELSE
                   MOVE WS-BALANCE-DATE
                       TO WS-PT-POST-DAY(WS-PAYMENT-COUNT)
               END-IF
               ADD 1 TO WS-OP-COUNT(WS-OPERATOR-FOUND,
                   WS-TENDER-INDEX)
               ADD PJR-AMOUNT TO WS-OP-TAKEN(WS-OPERATOR-FOUND,
                   WS-TENDER-INDEX)
           ELSE
               ADD 1 TO WS-TABLE-OVERFLOW
           END-IF.

       LOCATE-OPERATOR.
           MOVE 0 TO WS-OPERATOR-FOUND.
           PERFORM FIND-OPERATOR
               VARYING WS-OPERATOR-INDEX FROM 1 BY 1
               UNTIL WS-OPERATOR-INDEX > WS-OPERATOR-COUNT
                  OR WS-OPERATOR-FOUND > 0.
           IF WS-OPERATOR-FOUND = 0
               AND WS-OPERATOR-COUNT < 100
               ADD 1 TO WS-OPERATOR-COUNT
               MOVE WS-OPERATOR-COUNT TO WS-OPERATOR-FOUND
               MOVE WS-HISTORY-OPERATOR
                   TO WS-OP-ID(WS-OPERATOR-FOUND)
               MOVE "N" TO WS-OP-DECLARED(WS-OPERATOR-FOUND)
               PERFORM CLEAR-OPERATOR-TENDER
                   VARYING WS-TENDER-INDEX FROM 1 BY 1
                   UNTIL WS-TENDER-INDEX > 3
           END-IF.
           *> Leaves WS-OPERATOR-FOUND at zero only when the table
           *> is full and the operator is new.

       FIND-OPERATOR.
           IF WS-OP-ID(WS-OPERATOR-INDEX) = WS-HISTORY-OPERATOR
               MOVE WS-OPERATOR-INDEX TO WS-OPERATOR-FOUND
           END-IF.

       CLEAR-OPERATOR-TENDER.
           MOVE 0 TO WS-OP-COUNT(WS-OPERATOR-FOUND, WS-TENDER-INDEX).
           MOVE 0 TO WS-OP-TAKEN(WS-OPERATOR-FOUND, WS-TENDER-INDEX).
           MOVE 0 TO WS-OP-COUNTED(WS-OPERATOR-FOUND,
               WS-TENDER-INDEX).

       LOAD-DECLARATIONS.
           SET FILE-NOT-EOF TO TRUE.
           OPEN INPUT DECLARATION-FILE.
           IF WS-DECLARE-STATUS NOT = "00"
               SET FILE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL FILE-EOF
               READ DECLARATION-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       IF DECL-BUSINESS-DATE = WS-BALANCE-DATE
                           PERFORM ADD-DECLARATION
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-DECLARE-STATUS = "00" OR WS-DECLARE-STATUS = "10"
               CLOSE DECLARATION-FILE
           END-IF.

       ADD-DECLARATION.
           EVALUATE DECL-TENDER
               WHEN "C"
                   MOVE 1 TO WS-TENDER-INDEX
               WHEN "Q"
                   MOVE 2 TO WS-TENDER-INDEX
               WHEN "D"
                   MOVE 3 TO WS-TENDER-INDEX
               WHEN OTHER
                   MOVE 0 TO WS-TENDER-INDEX
           END-EVALUATE.
           IF WS-TENDER-INDEX = 0
               OR DECL-AMOUNT IS NOT NUMERIC
               ADD 1 TO WS-DECLARE-IGNORED
           ELSE
               MOVE DECL-OPERATOR-ID TO WS-HISTORY-OPERATOR
               PERFORM LOCATE-OPERATOR
               IF WS-OPERATOR-FOUND > 0
                   MOVE "Y" TO WS-OP-DECLARED(WS-OPERATOR-FOUND)
                   ADD DECL-AMOUNT TO WS-OP-COUNTED(WS-OPERATOR-FOUND,
                       WS-TENDER-INDEX)
               ELSE
                   ADD 1 TO WS-TABLE-OVERFLOW
               END-IF
           END-IF.
           *> A second line for the same tender adds to the first -
           *> a recount keyed as the difference, or two bags.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TELLER BALANCE FOR " WS-BALANCE-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE TELLER-REPORT-RECORD FROM WS-REPORT-LINE.
           IF WS-DECLARE-IGNORED > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "COUNT LINES IGNORED (BAD TENDER OR AMOUNT) "
                   WS-DECLARE-IGNORED
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE TELLER-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       WRITE-OPERATOR-SHEET.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE TELLER-REPORT-RECORD FROM WS-REPORT-LINE.
           STRING "OPERATOR " WS-OP-ID(WS-OPERATOR-INDEX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE TELLER-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  TENDER  COUNT        TAKEN      COUNTED"
               "     VARIANCE"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE TELLER-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE 0 TO WS-SHEET-COUNT.
           MOVE 0 TO WS-SHEET-TAKEN.
           MOVE 0 TO WS-SHEET-COUNTED.
           SET SHEET-IN TO TRUE.
           PERFORM WRITE-TENDER-LINE
               VARYING WS-TENDER-INDEX FROM 1 BY 1
               UNTIL WS-TENDER-INDEX > 3.
           COMPUTE WS-VARIANCE = WS-SHEET-COUNTED - WS-SHEET-TAKEN.
           MOVE WS-SHEET-COUNT TO WS-COUNT-EDIT.
           MOVE WS-SHEET-TAKEN TO WS-TAKEN-EDIT.
           MOVE WS-SHEET-COUNTED TO WS-COUNTED-EDIT.
           MOVE WS-VARIANCE TO WS-VARIANCE-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  TOTAL   " WS-COUNT-EDIT " " WS-TAKEN-EDIT
               " " WS-COUNTED-EDIT " " WS-VARIANCE-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE TELLER-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           EVALUATE TRUE
               WHEN WS-OP-DECLARED(WS-OPERATOR-INDEX) NOT = "Y"
                   MOVE "  ** DRAWER NOT COUNTED **" TO WS-REPORT-LINE
                   ADD 1 TO WS-UNDECLARED-COUNT
               WHEN SHEET-OUT
                   MOVE "  ** OUT OF BALANCE **" TO WS-REPORT-LINE
                   ADD 1 TO WS-OUT-OF-BALANCE-COUNT
               WHEN OTHER
                   MOVE "  BALANCED" TO WS-REPORT-LINE
           END-EVALUATE.
           WRITE TELLER-REPORT-RECORD FROM WS-REPORT-LINE.
           *> The total line can net to zero while cash is short and
           *> cheques over by the same amount - the drawer is still
           *> out, so any tender variance throws the sheet out.

       WRITE-TENDER-LINE.
           MOVE WS-OPERATOR-INDEX TO WS-OPERATOR-FOUND.
           COMPUTE WS-VARIANCE =
               WS-OP-COUNTED(WS-OPERATOR-FOUND, WS-TENDER-INDEX)
               - WS-OP-TAKEN(WS-OPERATOR-FOUND, WS-TENDER-INDEX).
           ADD WS-OP-COUNT(WS-OPERATOR-FOUND, WS-TENDER-INDEX)
               TO WS-SHEET-COUNT.
           ADD WS-OP-TAKEN(WS-OPERATOR-FOUND, WS-TENDER-INDEX)
               TO WS-SHEET-TAKEN.
           ADD WS-OP-COUNTED(WS-OPERATOR-FOUND, WS-TENDER-INDEX)
               TO WS-SHEET-COUNTED.
           MOVE WS-OP-COUNT(WS-OPERATOR-FOUND, WS-TENDER-INDEX)
               TO WS-COUNT-EDIT.
           MOVE WS-OP-TAKEN(WS-OPERATOR-FOUND, WS-TENDER-INDEX)
               TO WS-TAKEN-EDIT.
           MOVE WS-OP-COUNTED(WS-OPERATOR-FOUND, WS-TENDER-INDEX)
               TO WS-COUNTED-EDIT.
           MOVE WS-VARIANCE TO WS-VARIANCE-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WS-TENDER-NAME(WS-TENDER-INDEX) "  "
               WS-COUNT-EDIT " " WS-TAKEN-EDIT
               " " WS-COUNTED-EDIT " " WS-VARIANCE-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           IF WS-VARIANCE NOT = 0
               MOVE "*" TO WS-REPORT-LINE(62:1)
               SET SHEET-OUT TO TRUE
           END-IF.
           WRITE TELLER-REPORT-RECORD FROM WS-REPORT-LINE.

       PROVE-POSTINGS.
           SET FILE-NOT-EOF TO TRUE.
           OPEN INPUT POSTING-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               SET FILE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL FILE-EOF
               READ POSTING-HISTORY-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       IF PHIST-CREDIT
                           AND PHIST-POST-DATE = WS-BALANCE-DATE
                           AND PHIST-REFERENCE(1:4) = "PAY "
                           PERFORM TICK-POSTED-PAYMENT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "10"
               CLOSE POSTING-HISTORY-FILE
           END-IF.
           *> PaymentEntryMenu writes the transaction dated the day
           *> it was taken and referenced "PAY " and the operator;
           *> the posting run carries both onto the history.

       TICK-POSTED-PAYMENT.
           MOVE PHIST-REFERENCE(5:8) TO WS-HISTORY-OPERATOR.
           MOVE 0 TO WS-PAYMENT-FOUND.
           PERFORM FIND-UNPOSTED-PAYMENT
               VARYING WS-PAYMENT-INDEX FROM 1 BY 1
               UNTIL WS-PAYMENT-INDEX > WS-PAYMENT-COUNT
                  OR WS-PAYMENT-FOUND > 0.
           IF WS-PAYMENT-FOUND > 0
               MOVE "Y" TO WS-PT-POSTED(WS-PAYMENT-FOUND)
           END-IF.

       FIND-UNPOSTED-PAYMENT.
           IF WS-PT-POSTED(WS-PAYMENT-INDEX) = "N"
               AND WS-PT-CUST-ID(WS-PAYMENT-INDEX) = PHIST-CUST-ID
               AND WS-PT-AMOUNT(WS-PAYMENT-INDEX) = PHIST-AMOUNT
               AND WS-PT-OPERATOR(WS-PAYMENT-INDEX)
                   = WS-HISTORY-OPERATOR
               MOVE WS-PAYMENT-INDEX TO WS-PAYMENT-FOUND
           END-IF.

       WRITE-PROOF-SECTION.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE TELLER-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "POSTING PROOF - PAYMENTS NOT ON POSTHIST"
               TO WS-REPORT-LINE.
           WRITE TELLER-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM REPORT-UNPOSTED-PAYMENT
               VARYING WS-PAYMENT-INDEX FROM 1 BY 1
               UNTIL WS-PAYMENT-INDEX > WS-PAYMENT-COUNT.
           MOVE WS-UNPOSTED-TOTAL TO WS-TAKEN-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PAYMENTS " WS-PAYMENT-COUNT
               " POSTED " WS-POSTED-COUNT
               " NOT POSTED " WS-UNPOSTED-COUNT
               " AMOUNT " WS-TAKEN-EDIT
               " LATER " WS-LATER-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE TELLER-REPORT-RECORD FROM WS-REPORT-LINE.
           IF WS-TABLE-OVERFLOW > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "** TABLE FULL - " WS-TABLE-OVERFLOW
                   " LINES NOT BALANCED **"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE TELLER-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       REPORT-UNPOSTED-PAYMENT.
           EVALUATE TRUE
               WHEN WS-PT-POSTED(WS-PAYMENT-INDEX) = "Y"
                   ADD 1 TO WS-POSTED-COUNT
               WHEN WS-PT-POST-DAY(WS-PAYMENT-INDEX) > WS-BALANCE-DATE
                   PERFORM REPORT-LATER-PAYMENT
               WHEN OTHER
                   PERFORM REPORT-MISSING-PAYMENT
           END-EVALUATE.
           *> A payment keyed after the online cutoff belongs to the
           *> next business day's posting - listed, but not missing
           *> until a sheet run for a later date still cannot find it.

       REPORT-LATER-PAYMENT.
           ADD 1 TO WS-LATER-COUNT.
           MOVE WS-PT-AMOUNT(WS-PAYMENT-INDEX) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  AFTER CUTOFF " WS-PT-CUST-ID(WS-PAYMENT-INDEX)
               " " WS-AMOUNT-EDIT
               " " WS-PT-OPERATOR(WS-PAYMENT-INDEX)
               " POSTS " WS-PT-POST-DAY(WS-PAYMENT-INDEX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE TELLER-REPORT-RECORD FROM WS-REPORT-LINE.

       REPORT-MISSING-PAYMENT.
           ADD 1 TO WS-UNPOSTED-COUNT.
           ADD WS-PT-AMOUNT(WS-PAYMENT-INDEX) TO WS-UNPOSTED-TOTAL.
           MOVE WS-PT-AMOUNT(WS-PAYMENT-INDEX) TO WS-AMOUNT-EDIT.
           MOVE WS-PT-TENDER(WS-PAYMENT-INDEX) TO WS-TENDER-INDEX.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  NOT POSTED " WS-PT-CUST-ID(WS-PAYMENT-INDEX)
               " " WS-AMOUNT-EDIT
               " " WS-TENDER-NAME(WS-TENDER-INDEX)
               " " WS-PT-OPERATOR(WS-PAYMENT-INDEX)
               " " WS-PT-TIME(WS-PAYMENT-INDEX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE TELLER-REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-OPERATOR-ALERT.
           MOVE "TellerBalance" TO ALERT-PROGRAM-NAME.
           MOVE RETURN-CODE TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-FILE-STATUSES.
           STRING "PAY=" WS-PAY-JRNL-STATUS
               " HIST=" WS-HISTORY-STATUS
               DELIMITED BY SIZE INTO ALERT-FILE-STATUSES.
           MOVE "CHECK PAYJRNL AND POSTHIST THEN RERUN"
               TO ALERT-ACTION-TEXT.
           CALL "AlertWriter" USING ALERT-CALL-AREA.
