       IDENTIFICATION DIVISION.
       PROGRAM-ID. PostingAnomalyReview.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANOMALY-CONTROL-FILE ASSIGN TO "ANOMCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           *> The business date to review and the threshold for each
           *> rule - same drop-a-record pattern as every other
           *> control file. A threshold of zero switches its rule off.

           SELECT POSTING-HISTORY-FILE ASSIGN TO "POSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           *> Read twice - once for the day's credits and refunds,
           *> once for everything the same customers had posted
           *> before it, which is what "normal" is measured against.

           SELECT PAYMENT-JOURNAL-FILE ASSIGN TO "PAYJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAY-JRNL-STATUS.
           *> The day's counter payments, for who keyed them - the
           *> operator cluster rule.

           SELECT ANOMALY-ITEM-FILE ASSIGN TO "ANOMITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANOM-KEY
               FILE STATUS IS WS-ITEM-STATUS.
           *> Every pattern ever raised, and whether a reviewer has
           *> cleared it - kept from AnomalyReviewMenu.

           SELECT ANOMALY-WORK-FILE ASSIGN TO "ANOMWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           *> Unsorted worklist - a heading line and the transaction
           *> lines behind it for each item raised, handed to the
           *> SORT.

           SELECT SORT-WORK-FILE ASSIGN TO "ANOMSWK".
           *> Scratch work file for the SORT below - never opened or
           *> read directly by this program.

           SELECT SORTED-WORK-FILE ASSIGN TO "ANOMSRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-STATUS.
           *> The worklist highest score first, each item's lines
           *> kept together under its heading.

           SELECT ANOMALY-REPORT-FILE ASSIGN TO "ANOMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           *> The ranked review worklist.

       DATA DIVISION.
       FILE SECTION.
       FD  ANOMALY-CONTROL-FILE.
       01  ANOMALY-CTL-RECORD.
           05 CTL-REVIEW-DATE     PIC 9(08).
           *> Zero means today.
           05 CTL-DAY-PAYMENTS    PIC 9(03).
           *> Credits to one account in the day that raise PD.
           05 CTL-CREDIT-MULTIPLE PIC 9(03).
           *> How many times the customer's usual credit raises LC.
           05 CTL-MIN-HISTORY     PIC 9(03).
           *> Earlier credits needed before "usual" means anything.
           05 CTL-REFUND-DAYS     PIC 9(03).
           *> A refund this many days or fewer after a credit
           *> raises CR.
           05 CTL-OPER-PAYMENTS   PIC 9(03).
           05 CTL-OPER-ACCOUNTS   PIC 9(03).
           *> An operator taking at least CTL-OPER-PAYMENTS payments
           *> across no more than CTL-OPER-ACCOUNTS accounts raises
           *> OC.
           05 CTL-QUIET-DAYS      PIC 9(03).
           *> How long a cleared item stays off the worklist while
           *> it is no worse. Zero means until it gets worse.

       FD  POSTING-HISTORY-FILE.
           COPY POSTHST.

       FD  PAYMENT-JOURNAL-FILE.
           COPY PAYJRN.

       FD  ANOMALY-ITEM-FILE.
           COPY ANOMITM.

       FD  ANOMALY-WORK-FILE.
       01  ANOMALY-WORK-RECORD.
           05 AW-SCORE            PIC 9(05).
           05 AW-ITEM-NUMBER      PIC 9(05).
           05 AW-LINE-NUMBER      PIC 9(03).
           05 AW-TEXT             PIC X(75).
           *> Line zero is the item heading; the transactions behind
           *> it follow as lines 1 up.

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SW-SCORE            PIC 9(05).
           05 SW-ITEM-NUMBER      PIC 9(05).
           05 SW-LINE-NUMBER      PIC 9(03).
           05 SW-TEXT             PIC X(75).

       FD  SORTED-WORK-FILE.
       01  SORTED-WORK-RECORD.
           05 SR-SCORE            PIC 9(05).
           05 SR-ITEM-NUMBER      PIC 9(05).
           05 SR-LINE-NUMBER      PIC 9(03).
           05 SR-TEXT             PIC X(75).

       FD  ANOMALY-REPORT-FILE.
       01  ANOMALY-REPORT-RECORD  PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS       PIC X(02) VALUE "00".
       01 WS-HISTORY-STATUS       PIC X(02) VALUE "00".
       01 WS-PAY-JRNL-STATUS      PIC X(02) VALUE "00".
       01 WS-ITEM-STATUS          PIC X(02) VALUE "00".
       01 WS-WORK-STATUS          PIC X(02) VALUE "00".
       01 WS-SORTED-STATUS        PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS        PIC X(02) VALUE "00".

       01 WS-FILE-EOF-SWITCH      PIC X(01) VALUE "N".
       88 FILE-EOF                VALUE "Y".
       88 FILE-NOT-EOF            VALUE "N".
       01 WS-ITEM-FILE-SWITCH     PIC X(01) VALUE "N".
       88 ITEM-FILE-OPEN          VALUE "Y".
       88 ITEM-FILE-CLOSED        VALUE "N".

       01 WS-REVIEW-DATE          PIC 9(08).
       01 WS-REVIEW-INTEGER       PIC 9(07).
       01 WS-DAY-PAYMENTS         PIC 9(03) VALUE 3.
       01 WS-CREDIT-MULTIPLE      PIC 9(03) VALUE 5.
       01 WS-MIN-HISTORY          PIC 9(03) VALUE 3.
       01 WS-REFUND-DAYS          PIC 9(03) VALUE 14.
       01 WS-OPER-PAYMENTS        PIC 9(03) VALUE 8.
       01 WS-OPER-ACCOUNTS        PIC 9(03) VALUE 2.
       01 WS-QUIET-DAYS           PIC 9(03) VALUE 90.
       *> No control record means three credits in a day, five
       *> times the usual credit over at least three earlier ones,
       *> a refund within fourteen days of a credit, eight or more
       *> counter payments on two accounts or fewer, and ninety
       *> quiet days for a cleared item.

       01 WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 3000 TIMES.
               10 WS-DE-CUST-ID   PIC 9(10).
               10 WS-DE-DC-CODE   PIC X(01).
               10 WS-DE-AMOUNT    PIC 9(07)V99.
               10 WS-DE-REFERENCE PIC X(12).
               10 WS-DE-TRAN-TYPE PIC X(02).
       01 WS-DAY-COUNT            PIC 9(04) VALUE 0.
       01 WS-DAY-INDEX            PIC 9(04).
       *> The review date's credits and refund debits, in posting
       *> order. Other debits play no part in any rule.

       01 WS-ACCOUNT-TABLE.
           05 WS-ACCOUNT-ENTRY OCCURS 2000 TIMES.
               10 WS-AC-CUST-ID       PIC 9(10).
               10 WS-AC-DAY-CREDITS   PIC 9(04).
               10 WS-AC-DAY-LARGEST   PIC 9(07)V99.
               10 WS-AC-DAY-REFUNDS   PIC 9(04).
               10 WS-AC-PRIOR-CREDITS PIC 9(05).
               10 WS-AC-PRIOR-TOTAL   PIC 9(11)V99.
               10 WS-AC-LAST-DATE     PIC 9(08).
               10 WS-AC-LAST-AMOUNT   PIC 9(07)V99.
               10 WS-AC-LAST-REF      PIC X(12).
       01 WS-ACCOUNT-COUNT        PIC 9(04) VALUE 0.
       01 WS-ACCOUNT-INDEX        PIC 9(04).
       01 WS-ACCOUNT-FOUND        PIC 9(04).
       *> One row per account with a credit or refund on the
       *> review date. The PRIOR and LAST fields are the account's
       *> credits before that date - how many, how much, and the
       *> most recent one.

       01 WS-OPERATOR-TABLE.
           05 WS-OPERATOR-ENTRY OCCURS 100 TIMES.
               10 WS-OP-ID        PIC X(08).
               10 WS-OP-PAYMENTS  PIC 9(04).
               10 WS-OP-ACCOUNTS  PIC 9(04).
       01 WS-OPERATOR-COUNT       PIC 9(03) VALUE 0.
       01 WS-OPERATOR-INDEX       PIC 9(03).
       01 WS-OPERATOR-FOUND       PIC 9(03).

       01 WS-PAYMENT-TABLE.
           05 WS-PAYMENT-ENTRY OCCURS 3000 TIMES.
               10 WS-PT-CUST-ID   PIC 9(10).
               10 WS-PT-AMOUNT    PIC 9(07)V99.
               10 WS-PT-OPERATOR  PIC X(08).
               10 WS-PT-TIME      PIC 9(08).
       01 WS-PAYMENT-COUNT        PIC 9(04) VALUE 0.
       01 WS-PAYMENT-INDEX        PIC 9(04).
       01 WS-PAYMENT-FOUND        PIC 9(04).
       *> The day's counter payments. An operator's account count
       *> goes up only for the first payment they took on each
       *> account.

       01 WS-TABLE-OVERFLOW       PIC 9(06) VALUE 0.

       01 WS-ITEM-RULE            PIC X(02).
       01 WS-ITEM-SUBJECT         PIC X(10).
       01 WS-ITEM-SCORE           PIC 9(05).
       01 WS-ITEM-SUMMARY         PIC X(50).
       01 WS-ITEM-NUMBER          PIC 9(05) VALUE 0.
       01 WS-ITEM-LINE            PIC 9(03).
       01 WS-ITEM-LISTED-SWITCH   PIC X(01).
       88 ITEM-LISTED             VALUE "Y".
       88 ITEM-NOT-LISTED         VALUE "N".
       01 WS-ITEM-FOUND-SWITCH    PIC X(01).
       88 ITEM-ON-FILE            VALUE "Y".
       88 ITEM-NOT-ON-FILE        VALUE "N".
       01 WS-PRIOR-ITEM           PIC X(140).
       *> The row as it stood before tonight, for the "cleared
       *> before" and "raised since" lines under the heading.

       01 WS-SCORE-WORK           PIC 9(09).
       01 WS-USUAL-CREDIT         PIC 9(07)V99.
       01 WS-CREDIT-GAP           PIC 9(05).
       01 WS-QUIET-AGE            PIC 9(07).
       01 WS-CUST-ID-TEXT         PIC 9(10).
       01 WS-COUNT-TEXT           PIC ZZZ9.
       01 WS-DAYS-TEXT            PIC ZZ9.
       01 WS-AMOUNT-EDIT          PIC Z(06)9.99.
       01 WS-USUAL-EDIT           PIC Z(06)9.99.
       01 WS-SCORE-EDIT           PIC ZZZZ9.
       01 WS-RANK                 PIC 9(04) VALUE 0.
       01 WS-WORK-TEXT            PIC X(75).
       01 WS-REPORT-LINE          PIC X(80).

       01 WS-RAISED-COUNT         PIC 9(05) VALUE 0.
       01 WS-LISTED-COUNT         PIC 9(05) VALUE 0.
       01 WS-QUIET-COUNT          PIC 9(05) VALUE 0.
       01 WS-REOPENED-COUNT       PIC 9(05) VALUE 0.
       01 WS-RULE-COUNTS.
           05 WS-PD-COUNT         PIC 9(05) VALUE 0.
           05 WS-LC-COUNT         PIC 9(05) VALUE 0.
           05 WS-CR-COUNT         PIC 9(05) VALUE 0.
           05 WS-OC-COUNT         PIC 9(05) VALUE 0.

       COPY ALERTLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Posting Anomaly Review Start ===".
           PERFORM READ-ANOMALY-CONTROL.
           PERFORM LOAD-DAY-POSTINGS.
           IF WS-ACCOUNT-COUNT > 0
               PERFORM LOAD-CUSTOMER-HISTORY
           END-IF.
           PERFORM LOAD-DAY-PAYMENTS.
           PERFORM OPEN-ITEM-FILE.
           OPEN OUTPUT ANOMALY-WORK-FILE.
           PERFORM WEIGH-ONE-ACCOUNT
               VARYING WS-ACCOUNT-INDEX FROM 1 BY 1
               UNTIL WS-ACCOUNT-INDEX > WS-ACCOUNT-COUNT.
           PERFORM WEIGH-ONE-OPERATOR
               VARYING WS-OPERATOR-INDEX FROM 1 BY 1
               UNTIL WS-OPERATOR-INDEX > WS-OPERATOR-COUNT.
           CLOSE ANOMALY-WORK-FILE.
           IF ITEM-FILE-OPEN
               CLOSE ANOMALY-ITEM-FILE
           END-IF.
           SORT SORT-WORK-FILE
               ON DESCENDING KEY SW-SCORE
               ON ASCENDING KEY SW-ITEM-NUMBER SW-LINE-NUMBER
               USING ANOMALY-WORK-FILE
               GIVING SORTED-WORK-FILE.
           PERFORM WRITE-WORKLIST.
           DISPLAY "Review date: " WS-REVIEW-DATE
               " Accounts: " WS-ACCOUNT-COUNT
               " Operators: " WS-OPERATOR-COUNT.
           DISPLAY "Raised: " WS-RAISED-COUNT
               " Listed: " WS-LISTED-COUNT
               " Cleared and quiet: " WS-QUIET-COUNT
               " Raised again: " WS-REOPENED-COUNT.
           DISPLAY "=== Posting Anomaly Review End ===".
           EVALUATE TRUE
               WHEN WS-HISTORY-STATUS NOT = "00"
                   AND WS-HISTORY-STATUS NOT = "10"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PAY-JRNL-STATUS NOT = "00"
                   AND WS-PAY-JRNL-STATUS NOT = "10"
                   AND WS-PAY-JRNL-STATUS NOT = "35"
                   MOVE 8 TO RETURN-CODE
               WHEN ITEM-FILE-CLOSED
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TABLE-OVERFLOW > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-LISTED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE >= 8
               PERFORM WRITE-OPERATOR-ALERT
           END-IF.
           STOP RUN.
           *> Without ANOMITEM every item is listed but nothing is
           *> remembered, so cleared patterns come back - an 8, the
           *> same as a day that could not be read or tabled whole.
           *> Anything on the worklist is a 4 for the review desk.

       READ-ANOMALY-CONTROL.
           ACCEPT WS-REVIEW-DATE FROM DATE YYYYMMDD.
           OPEN INPUT ANOMALY-CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ ANOMALY-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-ANOMALY-CONTROL
               END-READ
               CLOSE ANOMALY-CONTROL-FILE
           END-IF.
           COMPUTE WS-REVIEW-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-REVIEW-DATE).

       APPLY-ANOMALY-CONTROL.
           IF CTL-REVIEW-DATE IS NUMERIC AND CTL-REVIEW-DATE > 0
               MOVE CTL-REVIEW-DATE TO WS-REVIEW-DATE
           END-IF.
           IF CTL-DAY-PAYMENTS IS NUMERIC
               MOVE CTL-DAY-PAYMENTS TO WS-DAY-PAYMENTS
           END-IF.
           IF CTL-CREDIT-MULTIPLE IS NUMERIC
               MOVE CTL-CREDIT-MULTIPLE TO WS-CREDIT-MULTIPLE
           END-IF.
           IF CTL-MIN-HISTORY IS NUMERIC
               MOVE CTL-MIN-HISTORY TO WS-MIN-HISTORY
           END-IF.
           IF CTL-REFUND-DAYS IS NUMERIC
               MOVE CTL-REFUND-DAYS TO WS-REFUND-DAYS
           END-IF.
           IF CTL-OPER-PAYMENTS IS NUMERIC
               MOVE CTL-OPER-PAYMENTS TO WS-OPER-PAYMENTS
           END-IF.
           IF CTL-OPER-ACCOUNTS IS NUMERIC
               MOVE CTL-OPER-ACCOUNTS TO WS-OPER-ACCOUNTS
           END-IF.
           IF CTL-QUIET-DAYS IS NUMERIC
               MOVE CTL-QUIET-DAYS TO WS-QUIET-DAYS
           END-IF.
           *> A short record keeps the defaults for the fields it
           *> does not carry. Reviewing after a posting run that
           *> finished past midnight needs yesterday's date set here.

       LOAD-DAY-POSTINGS.
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
                       IF PHIST-POST-DATE = WS-REVIEW-DATE
                           AND (PHIST-CREDIT
                               OR PHIST-TRAN-TYPE = "RF")
                           PERFORM TABLE-DAY-POSTING
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "10"
               CLOSE POSTING-HISTORY-FILE
           END-IF.

       TABLE-DAY-POSTING.
           IF WS-DAY-COUNT < 3000
               PERFORM LOCATE-ACCOUNT
           ELSE
               MOVE 0 TO WS-ACCOUNT-FOUND
           END-IF.
           IF WS-ACCOUNT-FOUND > 0
               ADD 1 TO WS-DAY-COUNT
               MOVE PHIST-CUST-ID TO WS-DE-CUST-ID(WS-DAY-COUNT)
               MOVE PHIST-DC-CODE TO WS-DE-DC-CODE(WS-DAY-COUNT)
               MOVE PHIST-AMOUNT TO WS-DE-AMOUNT(WS-DAY-COUNT)
               MOVE PHIST-REFERENCE TO WS-DE-REFERENCE(WS-DAY-COUNT)
               MOVE PHIST-TRAN-TYPE TO WS-DE-TRAN-TYPE(WS-DAY-COUNT)
               IF PHIST-CREDIT
                   ADD 1 TO WS-AC-DAY-CREDITS(WS-ACCOUNT-FOUND)
                   IF PHIST-AMOUNT > WS-AC-DAY-LARGEST(WS-ACCOUNT-FOUND)
                       MOVE PHIST-AMOUNT
                           TO WS-AC-DAY-LARGEST(WS-ACCOUNT-FOUND)
                   END-IF
               ELSE
                   ADD 1 TO WS-AC-DAY-REFUNDS(WS-ACCOUNT-FOUND)
               END-IF
           ELSE
               ADD 1 TO WS-TABLE-OVERFLOW
           END-IF.

       LOCATE-ACCOUNT.
           PERFORM SEARCH-ACCOUNT.
           IF WS-ACCOUNT-FOUND = 0
               AND WS-ACCOUNT-COUNT < 2000
               ADD 1 TO WS-ACCOUNT-COUNT
               MOVE WS-ACCOUNT-COUNT TO WS-ACCOUNT-FOUND
               MOVE PHIST-CUST-ID TO WS-AC-CUST-ID(WS-ACCOUNT-FOUND)
               MOVE 0 TO WS-AC-DAY-CREDITS(WS-ACCOUNT-FOUND)
               MOVE 0 TO WS-AC-DAY-LARGEST(WS-ACCOUNT-FOUND)
               MOVE 0 TO WS-AC-DAY-REFUNDS(WS-ACCOUNT-FOUND)
               MOVE 0 TO WS-AC-PRIOR-CREDITS(WS-ACCOUNT-FOUND)
               MOVE 0 TO WS-AC-PRIOR-TOTAL(WS-ACCOUNT-FOUND)
               MOVE 0 TO WS-AC-LAST-DATE(WS-ACCOUNT-FOUND)
               MOVE 0 TO WS-AC-LAST-AMOUNT(WS-ACCOUNT-FOUND)
               MOVE SPACES TO WS-AC-LAST-REF(WS-ACCOUNT-FOUND)
           END-IF.
           *> Leaves WS-ACCOUNT-FOUND at zero only when the table is
           *> full and the account is new.

       SEARCH-ACCOUNT.
           MOVE 0 TO WS-ACCOUNT-FOUND.
           PERFORM FIND-ACCOUNT
               VARYING WS-ACCOUNT-INDEX FROM 1 BY 1
               UNTIL WS-ACCOUNT-INDEX > WS-ACCOUNT-COUNT
                  OR WS-ACCOUNT-FOUND > 0.
           *> Expects PHIST-CUST-ID set.

       FIND-ACCOUNT.
           IF WS-AC-CUST-ID(WS-ACCOUNT-INDEX) = PHIST-CUST-ID
               MOVE WS-ACCOUNT-INDEX TO WS-ACCOUNT-FOUND
           END-IF.

       LOAD-CUSTOMER-HISTORY.
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
                           AND PHIST-POST-DATE < WS-REVIEW-DATE
                           PERFORM ADD-PRIOR-CREDIT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "10"
               CLOSE POSTING-HISTORY-FILE
           END-IF.
           *> Only credits before the review date count as history,
           *> so a rerun for an earlier day judges it as it stood.

       ADD-PRIOR-CREDIT.
           PERFORM SEARCH-ACCOUNT.
           IF WS-ACCOUNT-FOUND > 0
               ADD 1 TO WS-AC-PRIOR-CREDITS(WS-ACCOUNT-FOUND)
               ADD PHIST-AMOUNT TO WS-AC-PRIOR-TOTAL(WS-ACCOUNT-FOUND)
               IF PHIST-POST-DATE >= WS-AC-LAST-DATE(WS-ACCOUNT-FOUND)
                   MOVE PHIST-POST-DATE
                       TO WS-AC-LAST-DATE(WS-ACCOUNT-FOUND)
                   MOVE PHIST-AMOUNT
                       TO WS-AC-LAST-AMOUNT(WS-ACCOUNT-FOUND)
                   MOVE PHIST-REFERENCE
                       TO WS-AC-LAST-REF(WS-ACCOUNT-FOUND)
               END-IF
           END-IF.

       LOAD-DAY-PAYMENTS.
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
                       IF PJR-STAMP-DATE = WS-REVIEW-DATE
                           PERFORM TABLE-DAY-PAYMENT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-PAY-JRNL-STATUS = "00" OR WS-PAY-JRNL-STATUS = "10"
               CLOSE PAYMENT-JOURNAL-FILE
           END-IF.
           *> Taken by the day the operator keyed them, the same as
           *> the teller balancing sheet.

       TABLE-DAY-PAYMENT.
           IF WS-PAYMENT-COUNT < 3000
               PERFORM LOCATE-OPERATOR
           ELSE
               MOVE 0 TO WS-OPERATOR-FOUND
           END-IF.
           IF WS-OPERATOR-FOUND > 0
               MOVE 0 TO WS-PAYMENT-FOUND
               PERFORM FIND-SAME-ACCOUNT
                   VARYING WS-PAYMENT-INDEX FROM 1 BY 1
                   UNTIL WS-PAYMENT-INDEX > WS-PAYMENT-COUNT
                      OR WS-PAYMENT-FOUND > 0
               IF WS-PAYMENT-FOUND = 0
                   ADD 1 TO WS-OP-ACCOUNTS(WS-OPERATOR-FOUND)
               END-IF
               ADD 1 TO WS-OP-PAYMENTS(WS-OPERATOR-FOUND)
               ADD 1 TO WS-PAYMENT-COUNT
               MOVE PJR-CUST-ID TO WS-PT-CUST-ID(WS-PAYMENT-COUNT)
               MOVE PJR-AMOUNT TO WS-PT-AMOUNT(WS-PAYMENT-COUNT)
               MOVE PJR-OPERATOR-ID
                   TO WS-PT-OPERATOR(WS-PAYMENT-COUNT)
               MOVE PJR-STAMP-TIME TO WS-PT-TIME(WS-PAYMENT-COUNT)
           ELSE
               ADD 1 TO WS-TABLE-OVERFLOW
           END-IF.

       FIND-SAME-ACCOUNT.
           IF WS-PT-OPERATOR(WS-PAYMENT-INDEX) = PJR-OPERATOR-ID
               AND WS-PT-CUST-ID(WS-PAYMENT-INDEX) = PJR-CUST-ID
               MOVE WS-PAYMENT-INDEX TO WS-PAYMENT-FOUND
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
               MOVE PJR-OPERATOR-ID TO WS-OP-ID(WS-OPERATOR-FOUND)
               MOVE 0 TO WS-OP-PAYMENTS(WS-OPERATOR-FOUND)
               MOVE 0 TO WS-OP-ACCOUNTS(WS-OPERATOR-FOUND)
           END-IF.

       FIND-OPERATOR.
           IF WS-OP-ID(WS-OPERATOR-INDEX) = PJR-OPERATOR-ID
               MOVE WS-OPERATOR-INDEX TO WS-OPERATOR-FOUND
           END-IF.

       OPEN-ITEM-FILE.
           OPEN I-O ANOMALY-ITEM-FILE.
           IF WS-ITEM-STATUS = "35"
               OPEN OUTPUT ANOMALY-ITEM-FILE
               CLOSE ANOMALY-ITEM-FILE
               OPEN I-O ANOMALY-ITEM-FILE
           END-IF.
           IF WS-ITEM-STATUS = "00"
               SET ITEM-FILE-OPEN TO TRUE
           ELSE
               DISPLAY "Anomaly item file not available - status "
                   WS-ITEM-STATUS
           END-IF.
           *> Status 35 = file does not exist yet - create it empty
           *> on the first run.

       WEIGH-ONE-ACCOUNT.
           MOVE WS-AC-CUST-ID(WS-ACCOUNT-INDEX) TO WS-CUST-ID-TEXT.
           IF WS-DAY-PAYMENTS > 0
               AND WS-AC-DAY-CREDITS(WS-ACCOUNT-INDEX)
                   >= WS-DAY-PAYMENTS
               PERFORM RAISE-DAY-PAYMENTS
           END-IF.
           IF WS-CREDIT-MULTIPLE > 0
               AND WS-AC-DAY-CREDITS(WS-ACCOUNT-INDEX) > 0
               AND WS-AC-PRIOR-CREDITS(WS-ACCOUNT-INDEX) > 0
               AND WS-AC-PRIOR-CREDITS(WS-ACCOUNT-INDEX)
                   >= WS-MIN-HISTORY
               PERFORM WEIGH-LARGE-CREDIT
           END-IF.
           IF WS-REFUND-DAYS > 0
               AND WS-AC-DAY-REFUNDS(WS-ACCOUNT-INDEX) > 0
               PERFORM WEIGH-CREDIT-REFUND
           END-IF.

       RAISE-DAY-PAYMENTS.
           COMPUTE WS-SCORE-WORK =
               WS-AC-DAY-CREDITS(WS-ACCOUNT-INDEX) * 100
               / WS-DAY-PAYMENTS.
           MOVE "PD" TO WS-ITEM-RULE.
           MOVE WS-CUST-ID-TEXT TO WS-ITEM-SUBJECT.
           MOVE WS-AC-DAY-CREDITS(WS-ACCOUNT-INDEX) TO WS-COUNT-TEXT.
           MOVE SPACES TO WS-ITEM-SUMMARY.
           STRING WS-COUNT-TEXT " CREDITS ON ONE ACCOUNT IN THE DAY"
               DELIMITED BY SIZE INTO WS-ITEM-SUMMARY.
           PERFORM RAISE-ITEM.
           IF ITEM-LISTED
               ADD 1 TO WS-PD-COUNT
               PERFORM LIST-DAY-CREDIT
                   VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > WS-DAY-COUNT
           END-IF.

       WEIGH-LARGE-CREDIT.
           COMPUTE WS-USUAL-CREDIT ROUNDED =
               WS-AC-PRIOR-TOTAL(WS-ACCOUNT-INDEX)
               / WS-AC-PRIOR-CREDITS(WS-ACCOUNT-INDEX).
           IF WS-USUAL-CREDIT > 0
               AND WS-AC-DAY-LARGEST(WS-ACCOUNT-INDEX)
                   >= WS-USUAL-CREDIT * WS-CREDIT-MULTIPLE
               PERFORM RAISE-LARGE-CREDIT
           END-IF.
           *> "Usual" is the mean of every earlier credit - a
           *> customer with fewer than CTL-MIN-HISTORY of them has
           *> no usual size to be out of.

       RAISE-LARGE-CREDIT.
           COMPUTE WS-SCORE-WORK =
               WS-AC-DAY-LARGEST(WS-ACCOUNT-INDEX) * 100
               / (WS-USUAL-CREDIT * WS-CREDIT-MULTIPLE).
           MOVE "LC" TO WS-ITEM-RULE.
           MOVE WS-CUST-ID-TEXT TO WS-ITEM-SUBJECT.
           MOVE WS-AC-DAY-LARGEST(WS-ACCOUNT-INDEX) TO WS-AMOUNT-EDIT.
           MOVE WS-USUAL-CREDIT TO WS-USUAL-EDIT.
           MOVE SPACES TO WS-ITEM-SUMMARY.
           STRING "CREDIT " WS-AMOUNT-EDIT " AGAINST USUAL "
               WS-USUAL-EDIT
               DELIMITED BY SIZE INTO WS-ITEM-SUMMARY.
           PERFORM RAISE-ITEM.
           IF ITEM-LISTED
               ADD 1 TO WS-LC-COUNT
               PERFORM LIST-DAY-CREDIT
                   VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > WS-DAY-COUNT
               MOVE WS-AC-PRIOR-CREDITS(WS-ACCOUNT-INDEX)
                   TO WS-COUNT-TEXT
               MOVE SPACES TO WS-WORK-TEXT
               STRING "      USUAL CREDIT " WS-USUAL-EDIT
                   " OVER " WS-COUNT-TEXT " EARLIER CREDITS"
                   DELIMITED BY SIZE INTO WS-WORK-TEXT
               PERFORM WRITE-ITEM-LINE
           END-IF.

       WEIGH-CREDIT-REFUND.
           EVALUATE TRUE
               WHEN WS-AC-DAY-CREDITS(WS-ACCOUNT-INDEX) > 0
                   MOVE 0 TO WS-CREDIT-GAP
                   PERFORM RAISE-CREDIT-REFUND
               WHEN WS-AC-LAST-DATE(WS-ACCOUNT-INDEX) > 0
                   COMPUTE WS-CREDIT-GAP = WS-REVIEW-INTEGER
                       - FUNCTION INTEGER-OF-DATE(
                           WS-AC-LAST-DATE(WS-ACCOUNT-INDEX))
                   IF WS-CREDIT-GAP <= WS-REFUND-DAYS
                       PERFORM RAISE-CREDIT-REFUND
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           *> A credit the same day is a gap of nought; otherwise the
           *> gap runs from the latest earlier credit.

       RAISE-CREDIT-REFUND.
           COMPUTE WS-SCORE-WORK = 100
               + (WS-REFUND-DAYS - WS-CREDIT-GAP) * 100
               / WS-REFUND-DAYS.
           MOVE "CR" TO WS-ITEM-RULE.
           MOVE WS-CUST-ID-TEXT TO WS-ITEM-SUBJECT.
           MOVE WS-CREDIT-GAP TO WS-DAYS-TEXT.
           MOVE SPACES TO WS-ITEM-SUMMARY.
           STRING "REFUND " WS-DAYS-TEXT " DAYS AFTER A CREDIT"
               DELIMITED BY SIZE INTO WS-ITEM-SUMMARY.
           PERFORM RAISE-ITEM.
           IF ITEM-LISTED
               ADD 1 TO WS-CR-COUNT
               PERFORM LIST-DAY-REFUND
                   VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > WS-DAY-COUNT
               IF WS-CREDIT-GAP = 0
                   PERFORM LIST-DAY-CREDIT
                       VARYING WS-DAY-INDEX FROM 1 BY 1
                       UNTIL WS-DAY-INDEX > WS-DAY-COUNT
               ELSE
                   PERFORM LIST-LAST-CREDIT
               END-IF
           END-IF.
           *> Scores 200 for a refund the same day as the credit,
           *> falling to 100 at the edge of the window.

       WEIGH-ONE-OPERATOR.
           IF WS-OPER-PAYMENTS > 0
               AND WS-OP-PAYMENTS(WS-OPERATOR-INDEX)
                   >= WS-OPER-PAYMENTS
               AND WS-OP-ACCOUNTS(WS-OPERATOR-INDEX)
                   <= WS-OPER-ACCOUNTS
               PERFORM RAISE-OPERATOR-CLUSTER
           END-IF.

       RAISE-OPERATOR-CLUSTER.
           COMPUTE WS-SCORE-WORK =
               WS-OP-PAYMENTS(WS-OPERATOR-INDEX) * 100
               / WS-OPER-PAYMENTS.
           MOVE "OC" TO WS-ITEM-RULE.
           MOVE WS-OP-ID(WS-OPERATOR-INDEX) TO WS-ITEM-SUBJECT.
           MOVE WS-OP-PAYMENTS(WS-OPERATOR-INDEX) TO WS-COUNT-TEXT.
           MOVE WS-OP-ACCOUNTS(WS-OPERATOR-INDEX) TO WS-DAYS-TEXT.
           MOVE SPACES TO WS-ITEM-SUMMARY.
           STRING WS-COUNT-TEXT " PAY REFERENCES ON " WS-DAYS-TEXT
               " ACCOUNTS"
               DELIMITED BY SIZE INTO WS-ITEM-SUMMARY.
           PERFORM RAISE-ITEM.
           IF ITEM-LISTED
               ADD 1 TO WS-OC-COUNT
               PERFORM LIST-OPERATOR-PAYMENT
                   VARYING WS-PAYMENT-INDEX FROM 1 BY 1
                   UNTIL WS-PAYMENT-INDEX > WS-PAYMENT-COUNT
           END-IF.

       RAISE-ITEM.
           IF WS-SCORE-WORK > 99999
               MOVE 99999 TO WS-ITEM-SCORE
           ELSE
               MOVE WS-SCORE-WORK TO WS-ITEM-SCORE
           END-IF.
           ADD 1 TO WS-RAISED-COUNT.
           SET ITEM-LISTED TO TRUE.
           SET ITEM-NOT-ON-FILE TO TRUE.
           IF ITEM-FILE-OPEN
               PERFORM REMEMBER-ITEM
           END-IF.
           IF ITEM-LISTED
               ADD 1 TO WS-LISTED-COUNT
               ADD 1 TO WS-ITEM-NUMBER
               MOVE 0 TO WS-ITEM-LINE
               MOVE WS-ITEM-SCORE TO WS-SCORE-EDIT
               MOVE SPACES TO WS-WORK-TEXT
               STRING WS-SCORE-EDIT " " WS-ITEM-RULE "   "
                   WS-ITEM-SUBJECT " " WS-ITEM-SUMMARY
                   DELIMITED BY SIZE INTO WS-WORK-TEXT
               PERFORM WRITE-WORK-RECORD
               IF ITEM-ON-FILE
                   PERFORM LIST-ITEM-BACKGROUND
               END-IF
           END-IF.
           *> Expects WS-ITEM-RULE, WS-ITEM-SUBJECT, WS-ITEM-SUMMARY,
           *> and the raw score in WS-SCORE-WORK. Leaves ITEM-LISTED
           *> set when the item goes on tonight's worklist, for the
           *> caller to add the transactions behind it.

       REMEMBER-ITEM.
           MOVE WS-ITEM-RULE TO ANOM-RULE.
           MOVE WS-ITEM-SUBJECT TO ANOM-SUBJECT.
           READ ANOMALY-ITEM-FILE
               INVALID KEY
                   PERFORM ADD-NEW-ITEM
               NOT INVALID KEY
                   SET ITEM-ON-FILE TO TRUE
                   MOVE ANOMALY-ITEM-RECORD TO WS-PRIOR-ITEM
                   PERFORM UPDATE-KNOWN-ITEM
           END-READ.

       ADD-NEW-ITEM.
           MOVE WS-ITEM-RULE TO ANOM-RULE.
           MOVE WS-ITEM-SUBJECT TO ANOM-SUBJECT.
           SET ANOM-OPEN TO TRUE.
           MOVE WS-REVIEW-DATE TO ANOM-FIRST-RAISED.
           MOVE WS-REVIEW-DATE TO ANOM-LAST-RAISED.
           MOVE 1 TO ANOM-RAISED-COUNT.
           MOVE WS-ITEM-SCORE TO ANOM-LAST-SCORE.
           MOVE WS-ITEM-SUMMARY TO ANOM-LAST-SUMMARY.
           MOVE 0 TO ANOM-CLEARED-DATE.
           MOVE SPACES TO ANOM-CLEARED-BY.
           MOVE 0 TO ANOM-CLEARED-SCORE.
           MOVE SPACES TO ANOM-CLEARED-REASON.
           WRITE ANOMALY-ITEM-RECORD
               INVALID KEY
                   DISPLAY "Anomaly item not written - status "
                       WS-ITEM-STATUS
           END-WRITE.

       UPDATE-KNOWN-ITEM.
           IF ANOM-CLEARED
               PERFORM WEIGH-CLEARED-ITEM
           END-IF.
           IF ITEM-LISTED
               IF ANOM-CLEARED
                   SET ANOM-OPEN TO TRUE
                   ADD 1 TO WS-REOPENED-COUNT
               END-IF
               IF ANOM-LAST-RAISED NOT = WS-REVIEW-DATE
                   ADD 1 TO ANOM-RAISED-COUNT
               END-IF
               MOVE WS-REVIEW-DATE TO ANOM-LAST-RAISED
               MOVE WS-ITEM-SCORE TO ANOM-LAST-SCORE
               MOVE WS-ITEM-SUMMARY TO ANOM-LAST-SUMMARY
               REWRITE ANOMALY-ITEM-RECORD
                   INVALID KEY
                       DISPLAY "Anomaly item not rewritten - status "
                           WS-ITEM-STATUS
               END-REWRITE
           ELSE
               ADD 1 TO WS-QUIET-COUNT
           END-IF.
           *> The clearing fields stay on a reopened row, so the
           *> reviewer who picks it up sees who let it go last time.

       WEIGH-CLEARED-ITEM.
           MOVE 0 TO WS-QUIET-AGE.
           IF ANOM-CLEARED-DATE > 0
               AND ANOM-CLEARED-DATE <= WS-REVIEW-DATE
               COMPUTE WS-QUIET-AGE = WS-REVIEW-INTEGER
                   - FUNCTION INTEGER-OF-DATE(ANOM-CLEARED-DATE)
           END-IF.
           IF WS-ITEM-SCORE <= ANOM-CLEARED-SCORE
               AND (WS-QUIET-DAYS = 0
                   OR WS-QUIET-AGE <= WS-QUIET-DAYS)
               SET ITEM-NOT-LISTED TO TRUE
           END-IF.
           *> A cleared pattern no worse than when it was cleared
           *> stays off the worklist for the quiet period; one that
           *> has grown comes straight back.

       LIST-ITEM-BACKGROUND.
           MOVE WS-PRIOR-ITEM TO ANOMALY-ITEM-RECORD.
           MOVE SPACES TO WS-WORK-TEXT.
           IF ANOM-CLEARED
               MOVE ANOM-CLEARED-SCORE TO WS-SCORE-EDIT
               STRING "      RAISED AGAIN - CLEARED " ANOM-CLEARED-DATE
                   " BY " ANOM-CLEARED-BY " AT SCORE " WS-SCORE-EDIT
                   DELIMITED BY SIZE INTO WS-WORK-TEXT
           ELSE
               MOVE ANOM-RAISED-COUNT TO WS-COUNT-TEXT
               STRING "      ON THE WORKLIST SINCE " ANOM-FIRST-RAISED
                   " - RAISED ON " WS-COUNT-TEXT " EARLIER DAYS"
                   DELIMITED BY SIZE INTO WS-WORK-TEXT
           END-IF.
           PERFORM WRITE-ITEM-LINE.

       LIST-DAY-CREDIT.
           IF WS-DE-CUST-ID(WS-DAY-INDEX)
                   = WS-AC-CUST-ID(WS-ACCOUNT-INDEX)
               AND WS-DE-DC-CODE(WS-DAY-INDEX) = "C"
               PERFORM LIST-DAY-ENTRY
           END-IF.

       LIST-DAY-REFUND.
           IF WS-DE-CUST-ID(WS-DAY-INDEX)
                   = WS-AC-CUST-ID(WS-ACCOUNT-INDEX)
               AND WS-DE-DC-CODE(WS-DAY-INDEX) = "D"
               PERFORM LIST-DAY-ENTRY
           END-IF.

       LIST-DAY-ENTRY.
           MOVE WS-DE-AMOUNT(WS-DAY-INDEX) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-WORK-TEXT.
           STRING "      POSTHIST " WS-REVIEW-DATE " "
               WS-DE-DC-CODE(WS-DAY-INDEX) " " WS-AMOUNT-EDIT
               " " WS-DE-TRAN-TYPE(WS-DAY-INDEX)
               " REF " WS-DE-REFERENCE(WS-DAY-INDEX)
               DELIMITED BY SIZE INTO WS-WORK-TEXT.
           PERFORM WRITE-ITEM-LINE.

       LIST-LAST-CREDIT.
           MOVE WS-AC-LAST-AMOUNT(WS-ACCOUNT-INDEX) TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-WORK-TEXT.
           STRING "      POSTHIST " WS-AC-LAST-DATE(WS-ACCOUNT-INDEX)
               " C " WS-AMOUNT-EDIT
               "    REF " WS-AC-LAST-REF(WS-ACCOUNT-INDEX)
               DELIMITED BY SIZE INTO WS-WORK-TEXT.
           PERFORM WRITE-ITEM-LINE.

       LIST-OPERATOR-PAYMENT.
           IF WS-PT-OPERATOR(WS-PAYMENT-INDEX)
                   = WS-OP-ID(WS-OPERATOR-INDEX)
               MOVE WS-PT-AMOUNT(WS-PAYMENT-INDEX) TO WS-AMOUNT-EDIT
               MOVE SPACES TO WS-WORK-TEXT
               STRING "      PAYJRNL  " WS-REVIEW-DATE " "
                   WS-PT-TIME(WS-PAYMENT-INDEX) " "
                   WS-PT-CUST-ID(WS-PAYMENT-INDEX) " " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-WORK-TEXT
               PERFORM WRITE-ITEM-LINE
           END-IF.

       WRITE-ITEM-LINE.
           IF WS-ITEM-LINE < 999
               ADD 1 TO WS-ITEM-LINE
               PERFORM WRITE-WORK-RECORD
           END-IF.

       WRITE-WORK-RECORD.
           MOVE WS-ITEM-SCORE TO AW-SCORE.
           MOVE WS-ITEM-NUMBER TO AW-ITEM-NUMBER.
           MOVE WS-ITEM-LINE TO AW-LINE-NUMBER.
           MOVE WS-WORK-TEXT TO AW-TEXT.
           WRITE ANOMALY-WORK-RECORD.

       WRITE-WORKLIST.
           OPEN OUTPUT ANOMALY-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "POSTING ANOMALY REVIEW WORKLIST FOR " WS-REVIEW-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE ANOMALY-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "THRESHOLDS PD " WS-DAY-PAYMENTS
               " LC " WS-CREDIT-MULTIPLE "X/" WS-MIN-HISTORY
               " CR " WS-REFUND-DAYS "D"
               " OC " WS-OPER-PAYMENTS "/" WS-OPER-ACCOUNTS
               " QUIET " WS-QUIET-DAYS "D"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE ANOMALY-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE ANOMALY-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "RANK SCORE RULE SUBJECT    WHAT WAS SEEN"
               TO WS-REPORT-LINE.
           WRITE ANOMALY-REPORT-RECORD FROM WS-REPORT-LINE.
           SET FILE-NOT-EOF TO TRUE.
           OPEN INPUT SORTED-WORK-FILE.
           IF WS-SORTED-STATUS NOT = "00"
               SET FILE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL FILE-EOF
               READ SORTED-WORK-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM WRITE-WORKLIST-LINE
               END-READ
           END-PERFORM.
           IF WS-SORTED-STATUS = "00" OR WS-SORTED-STATUS = "10"
               CLOSE SORTED-WORK-FILE
           END-IF.
           PERFORM WRITE-WORKLIST-TOTALS.
           CLOSE ANOMALY-REPORT-FILE.

       WRITE-WORKLIST-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF SR-LINE-NUMBER = 0
               ADD 1 TO WS-RANK
               MOVE SPACES TO ANOMALY-REPORT-RECORD
               WRITE ANOMALY-REPORT-RECORD
               STRING WS-RANK " " SR-TEXT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "     " SR-TEXT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           WRITE ANOMALY-REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-WORKLIST-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE ANOMALY-REPORT-RECORD FROM WS-REPORT-LINE.
           STRING "RULE TOTALS  PD " WS-PD-COUNT
               "  LC " WS-LC-COUNT
               "  CR " WS-CR-COUNT
               "  OC " WS-OC-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE ANOMALY-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RAISED " WS-RAISED-COUNT
               "  LISTED " WS-LISTED-COUNT
               "  CLEARED AND QUIET " WS-QUIET-COUNT
               "  RAISED AGAIN " WS-REOPENED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE ANOMALY-REPORT-RECORD FROM WS-REPORT-LINE.
           IF ITEM-FILE-CLOSED
               MOVE "** ANOMITEM NOT AVAILABLE - CLEARED ITEMS NOT HELD"
                   TO WS-REPORT-LINE
               WRITE ANOMALY-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           IF WS-TABLE-OVERFLOW > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "** TABLE FULL - " WS-TABLE-OVERFLOW
                   " LINES NOT REVIEWED **"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE ANOMALY-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       WRITE-OPERATOR-ALERT.
           MOVE "PostingAnomalyReview" TO ALERT-PROGRAM-NAME.
           MOVE RETURN-CODE TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-FILE-STATUSES.
           STRING "HST=" WS-HISTORY-STATUS
               " PAY=" WS-PAY-JRNL-STATUS
               " ITM=" WS-ITEM-STATUS
               DELIMITED BY SIZE INTO ALERT-FILE-STATUSES.
           MOVE "CHECK POSTHIST/PAYJRNL/ANOMITEM, RERUN"
               TO ALERT-ACTION-TEXT.
           CALL "AlertWriter" USING ALERT-CALL-AREA.
