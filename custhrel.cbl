           *> is weighed against the dollar credit limit, the same
           *> conversion CustomerPosting makes on the way in.

           SELECT LIMIT-RAISE-FILE ASSIGN TO "LIMRAISE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAISE-STATUS.
           *> Credit-limit increases approved through CreditLimitMenu
           *> since the last run. Every held item is judged against
           *> the live limit regardless; these customers also get a
           *> line saying what their higher limit let through. Read
           *> whole and emptied once the queue is written back.

           SELECT RELATION-FILE ASSIGN TO "CUSTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-CUST-ID
               ALTERNATE RECORD KEY IS REL-PARENT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-RELATION-STATUS.
           *> A held subsidiary's debit must fit its group's limit as
           *> well as its own, the second test CustomerPosting makes.
           *> The group's members are found on the alternate key and
           *> their live balances summed off CUSTBALF.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-QUEUE-FILE.
           05 RATE-EFF-DATE       PIC 9(08).
           05 RATE-VALUE          PIC 9(03)V9(06).

       FD  LIMIT-RAISE-FILE.
           COPY LIMRAIS.

       FD  RELATION-FILE.
           COPY CUSTREL.

       WORKING-STORAGE SECTION.
       01 WS-HOLD-STATUS          PIC X(02) VALUE "00".
       01 WS-BALANCE-STATUS       PIC X(02) VALUE "00".
       01 WS-FIN-STATUS           PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS        PIC X(02) VALUE "00".
       01 WS-RATE-STATUS          PIC X(02) VALUE "00".
       01 WS-RAISE-STATUS         PIC X(02) VALUE "00".
       01 WS-RELATION-STATUS      PIC X(02) VALUE "00".

       01 WS-HOLD-EOF-SWITCH      PIC X(01) VALUE "N".
       88 HOLD-EOF                VALUE "Y".
       01 WS-FITS-NOW-SWITCH      PIC X(01).
       88 ITEM-FITS-NOW           VALUE "Y".
       88 ITEM-STILL-OVER         VALUE "N".
       01 WS-GROUP-OVER-SWITCH    PIC X(01).
       88 GROUP-OVER-LIMIT        VALUE "Y".
       88 GROUP-WITHIN-LIMIT      VALUE "N".

       01 WS-RELATION-EOF-SWITCH  PIC X(01) VALUE "N".
       88 RELATION-EOF            VALUE "Y".
       88 RELATION-NOT-EOF        VALUE "N".
       01 WS-GROUP-PARENT-ID      PIC 9(10).
       01 WS-GROUP-LIMIT          PIC 9(09)V99.
       01 WS-GROUP-BALANCE        PIC S9(09)V99.

       01 WS-HELD-TABLE.
           05 WS-HELD-ENTRY OCCURS 500 TIMES.
       *> converted it - FIN-AMOUNT itself stays as punched, so the
       *> released image re-converts at posting exactly as before.

       01 WS-RAISE-EOF-SWITCH     PIC X(01) VALUE "N".
       88 RAISE-EOF               VALUE "Y".
       88 RAISE-NOT-EOF           VALUE "N".
       01 WS-RAISE-TABLE.
           05 WS-RAISE-ENTRY OCCURS 200 TIMES.
               10 WS-RSE-CUST-ID  PIC 9(10).
               10 WS-RSE-OLD-LIMIT
                                  PIC 9(07)V99.
               10 WS-RSE-NEW-LIMIT
                                  PIC 9(07)V99.
               10 WS-RSE-RELEASED PIC 9(04).
               10 WS-RSE-HELD     PIC 9(04).
       01 WS-RAISE-COUNT          PIC 9(03) VALUE 0.
       01 WS-RAISE-INDEX          PIC 9(03).
       01 WS-RAISE-FOUND          PIC 9(03).
       01 WS-RAISE-OVERFLOW       PIC 9(04) VALUE 0.
       01 WS-LIMIT-EDIT           PIC Z(06)9.99.
       *> Raised customers and what the new limit did for their
       *> held debits. More than 200 raises between runs only
       *> loses the extra report lines - the items themselves
       *> are judged either way.

       01 WS-RELEASED-COUNT       PIC 9(06) VALUE 0.
       01 WS-RUN-DATE             PIC 9(08).
       01 WS-REPORT-LINE          PIC X(80).
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-RATE-TABLE.
           PERFORM LOAD-HOLD-QUEUE.
           PERFORM LOAD-LIMIT-RAISES.
           PERFORM OPEN-FILES.
           PERFORM JUDGE-ONE-HELD-ITEM
               VARYING WS-HELD-INDEX FROM 1 BY 1
               UNTIL WS-HELD-INDEX > WS-HELD-COUNT.
           PERFORM REPORT-LIMIT-RAISES.
           PERFORM CLOSE-FILES.
           PERFORM WRITE-QUEUE-BACK.
           DISPLAY "Released: " WS-RELEASED-COUNT
           *> queue write-back would drop it - rc=12 stops the
           *> stream before that can quietly happen.

       LOAD-LIMIT-RAISES.
           OPEN INPUT LIMIT-RAISE-FILE.
           IF WS-RAISE-STATUS = "00"
               SET RAISE-NOT-EOF TO TRUE
               PERFORM LOAD-ONE-RAISE UNTIL RAISE-EOF
               CLOSE LIMIT-RAISE-FILE
           END-IF.

       LOAD-ONE-RAISE.
           READ LIMIT-RAISE-FILE
               AT END
                   SET RAISE-EOF TO TRUE
               NOT AT END
                   IF WS-RAISE-COUNT < 200
                       ADD 1 TO WS-RAISE-COUNT
                       MOVE LRS-CUST-ID
                           TO WS-RSE-CUST-ID(WS-RAISE-COUNT)
                       MOVE LRS-OLD-LIMIT
                           TO WS-RSE-OLD-LIMIT(WS-RAISE-COUNT)
                       MOVE LRS-NEW-LIMIT
                           TO WS-RSE-NEW-LIMIT(WS-RAISE-COUNT)
                       MOVE 0 TO WS-RSE-RELEASED(WS-RAISE-COUNT)
                       MOVE 0 TO WS-RSE-HELD(WS-RAISE-COUNT)
                   ELSE
                       ADD 1 TO WS-RAISE-OVERFLOW
                   END-IF
           END-READ.

       OPEN-FILES.
           OPEN INPUT BALANCE-FILE.
           OPEN INPUT RELATION-FILE.
           OPEN EXTEND FINANCIAL-TRAN-FILE.
           IF WS-FIN-STATUS NOT = "00"
               OPEN OUTPUT FINANCIAL-TRAN-FILE
       JUDGE-ONE-HELD-ITEM.
           MOVE WS-HELD-IMAGE(WS-HELD-INDEX) TO FIN-TRAN-RECORD.
           PERFORM CHECK-ITEM-FITS.
           PERFORM FIND-LIMIT-RAISE.
           IF ITEM-FITS-NOW
               PERFORM RELEASE-ONE-ITEM
               IF WS-RAISE-FOUND > 0
                   ADD 1 TO WS-RSE-RELEASED(WS-RAISE-FOUND)
               END-IF
           ELSE
               PERFORM KEEP-ONE-ITEM
               IF WS-RAISE-FOUND > 0
                   ADD 1 TO WS-RSE-HELD(WS-RAISE-FOUND)
               END-IF
           END-IF.

       FIND-LIMIT-RAISE.
           MOVE 0 TO WS-RAISE-FOUND.
           PERFORM CHECK-ONE-RAISE
               VARYING WS-RAISE-INDEX FROM 1 BY 1
               UNTIL WS-RAISE-INDEX > WS-RAISE-COUNT
                  OR WS-RAISE-FOUND > 0.

       CHECK-ONE-RAISE.
           IF WS-RSE-CUST-ID(WS-RAISE-INDEX) = FIN-CUST-ID
               MOVE WS-RAISE-INDEX TO WS-RAISE-FOUND
           END-IF.

       CHECK-ITEM-FITS.
           IF CURRENCY-NO-RATE
               SET ITEM-STILL-OVER TO TRUE
           ELSE
               IF WS-BALANCE-STATUS = "00" OR WS-BALANCE-STATUS = "23"
                   MOVE FIN-CUST-ID TO BAL-CUST-ID
                   READ BALANCE-FILE
                       INVALID KEY
                   END-IF
               END-IF
           END-IF.
           SET GROUP-WITHIN-LIMIT TO TRUE.
           IF ITEM-FITS-NOW
               AND (WS-RELATION-STATUS = "00"
                    OR WS-RELATION-STATUS = "10"
                    OR WS-RELATION-STATUS = "23")
               PERFORM CHECK-GROUP-FITS
           END-IF.
           *> Same test CustomerPosting applies on the way in, in
           *> the same dollars - a raised limit or a credit that
           *> lowered BAL-CURRENT is exactly what flips the answer.
           *> A foreign item with no effective rate cannot be
           *> judged honestly, so it stays on the queue.

       CHECK-GROUP-FITS.
           MOVE 0 TO WS-GROUP-LIMIT.
           MOVE FIN-CUST-ID TO REL-CUST-ID.
           READ RELATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE REL-PARENT-ID TO WS-GROUP-PARENT-ID
                   MOVE REL-PARENT-ID TO REL-CUST-ID
                   READ RELATION-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE REL-GROUP-LIMIT TO WS-GROUP-LIMIT
                   END-READ
           END-READ.
           IF WS-GROUP-LIMIT > 0
               PERFORM SUM-GROUP-BALANCE
               IF WS-GROUP-BALANCE + WS-JUDGE-AMOUNT > WS-GROUP-LIMIT
                   SET ITEM-STILL-OVER TO TRUE
                   SET GROUP-OVER-LIMIT TO TRUE
               END-IF
           END-IF.
           *> A customer in no group, or in one with no group limit,
           *> is judged on its own limit alone.

       SUM-GROUP-BALANCE.
           MOVE 0 TO WS-GROUP-BALANCE.
           SET RELATION-NOT-EOF TO TRUE.
           MOVE WS-GROUP-PARENT-ID TO REL-PARENT-ID.
           START RELATION-FILE KEY = REL-PARENT-ID
               INVALID KEY
                   SET RELATION-EOF TO TRUE
           END-START.
           PERFORM UNTIL RELATION-EOF
               READ RELATION-FILE NEXT RECORD
                   AT END
                       SET RELATION-EOF TO TRUE
                   NOT AT END
                       IF REL-PARENT-ID NOT = WS-GROUP-PARENT-ID
                           SET RELATION-EOF TO TRUE
                       ELSE
                           PERFORM ADD-MEMBER-BALANCE
                       END-IF
               END-READ
           END-PERFORM.

       ADD-MEMBER-BALANCE.
           IF WS-BALANCE-STATUS = "00" OR WS-BALANCE-STATUS = "23"
               MOVE REL-CUST-ID TO BAL-CUST-ID
               READ BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD BAL-CURRENT TO WS-GROUP-BALANCE
               END-READ
           END-IF.

       RESOLVE-JUDGE-AMOUNT.
           SET CURRENCY-OK TO TRUE.
           MOVE FIN-AMOUNT TO WS-JUDGE-AMOUNT.
                   " - NO RATE IN EFFECT FOR " FIN-CURRENCY
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               IF GROUP-OVER-LIMIT
                   STRING "STILL HELD " FIN-CUST-ID
                       " AMOUNT " WS-AMOUNT-EDIT
                       " - OVER GROUP LIMIT"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   STRING "STILL HELD " FIN-CUST-ID
                       " AMOUNT " WS-AMOUNT-EDIT
                       " - OVER CREDIT LIMIT"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
           END-IF.
           WRITE RELEASE-REPORT-RECORD FROM WS-REPORT-LINE.

       REPORT-LIMIT-RAISES.
           IF WS-RAISE-COUNT > 0
               MOVE SPACES TO WS-REPORT-LINE
               WRITE RELEASE-REPORT-RECORD FROM WS-REPORT-LINE
               MOVE "CREDIT LIMITS RAISED SINCE LAST RUN"
                   TO WS-REPORT-LINE
               WRITE RELEASE-REPORT-RECORD FROM WS-REPORT-LINE
               PERFORM REPORT-ONE-RAISE
                   VARYING WS-RAISE-INDEX FROM 1 BY 1
                   UNTIL WS-RAISE-INDEX > WS-RAISE-COUNT
           END-IF.
           IF WS-RAISE-OVERFLOW > 0
               MOVE SPACES TO WS-REPORT-LINE
               STRING "FURTHER LIMIT RAISES NOT LISTED "
                   WS-RAISE-OVERFLOW
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE RELEASE-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       REPORT-ONE-RAISE.
           MOVE WS-RSE-NEW-LIMIT(WS-RAISE-INDEX) TO WS-LIMIT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "LIMIT RAISED " WS-RSE-CUST-ID(WS-RAISE-INDEX)
               " TO " WS-LIMIT-EDIT
               " RELEASED " WS-RSE-RELEASED(WS-RAISE-INDEX)
               " STILL HELD " WS-RSE-HELD(WS-RAISE-INDEX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RELEASE-REPORT-RECORD FROM WS-REPORT-LINE.

       CLOSE-FILES.
           IF WS-BALANCE-STATUS = "00" OR WS-BALANCE-STATUS = "23"
               CLOSE BALANCE-FILE
           END-IF.
           IF WS-RELATION-STATUS = "00" OR WS-RELATION-STATUS = "23"
               OR WS-RELATION-STATUS = "10"
               CLOSE RELATION-FILE
           END-IF.
           CLOSE FINANCIAL-TRAN-FILE.
           CLOSE RELEASE-REPORT-FILE.

                   VARYING WS-KEEP-INDEX FROM 1 BY 1
                   UNTIL WS-KEEP-INDEX > WS-KEEP-COUNT
               CLOSE HOLD-QUEUE-FILE
               OPEN OUTPUT LIMIT-RAISE-FILE
               CLOSE LIMIT-RAISE-FILE
           END-IF.
           *> With the table overflowed the queue on disk still holds
           *> items this run never judged - leaving the file alone
