           *> letter - an account with no address row gets its
           *> letter flagged for the mailing desk instead.

           SELECT ARRANGEMENT-FILE ASSIGN TO "ARRANGE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARR-CUST-ID
               FILE STATUS IS WS-ARRANGE-STATUS.
           *> An account keeping an agreed payment arrangement is
           *> held where it stands on the ladder and gets no letter -
           *> ArrangementCheck hands it back the night a promise is
           *> broken.

           SELECT PLACEMENT-FILE ASSIGN TO "AGYPLACE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AGY-CUST-ID
               FILE STATUS IS WS-PLACEMENT-STATUS.
           *> An account out with the collections agency is the
           *> agency's to chase - it still ages and shows on the
           *> report, but our letters stop until it comes back
           *> in-house.

           SELECT STMT-HISTORY-FILE ASSIGN TO "STMTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHST-KEY
               FILE STATUS IS WS-STMT-HIST-STATUS.
           *> Each cycle statement's minimum payment, judged met or
           *> missed by LateFeeAssess. Missing minimums push an
           *> account up the ladder even while its last posting is
           *> recent enough to keep the age bucket low.

           SELECT AGING-WORK-FILE ASSIGN TO "RECVWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
       FD  ADDRESS-FILE.
           COPY CUSTADR.

       FD  ARRANGEMENT-FILE.
           COPY CUSTARR.

       FD  PLACEMENT-FILE.
           COPY CUSTAGY.

       FD  STMT-HISTORY-FILE.
           COPY CUSTSTH.

       FD  AGING-WORK-FILE.
       01  AGING-WORK-RECORD.
           05 RW-AGE-DAYS         PIC 9(05).
           05 RW-NAME             PIC X(10).
           05 RW-BALANCE          PIC S9(07)V99.
           05 RW-LAST-POST        PIC 9(08).
           05 RW-ARRANGED         PIC X(01).
           05 RW-PLACED           PIC X(01).
           05 RW-SUPPRESSED       PIC X(01).

       SD  SORT-WORK-FILE.
       01  SORT-RECORD.
           05 SW-AGE-DAYS         PIC 9(05).
           05 SW-REST             PIC X(41).
           *> Must cover the full 46-byte work record - bucket(1),
           *> ID(10), name(10), the 9-byte signed balance, the
           *> 8-byte last-post date, the arrangement and agency
           *> flags, and the mail suppression reason - or the SORT
           *> truncates the tail.

       FD  SORTED-AGING-FILE.
       01  SORTED-AGING-RECORD.
           05 SR-NAME             PIC X(10).
           05 SR-BALANCE          PIC S9(07)V99.
           05 SR-LAST-POST        PIC 9(08).
           05 SR-ARRANGED         PIC X(01).
           88 SR-UNDER-ARRANGEMENT VALUE "Y".
           05 SR-PLACED           PIC X(01).
           88 SR-WITH-AGENCY      VALUE "Y".
           05 SR-SUPPRESSED       PIC X(01).
           88 SR-MAY-BE-MAILED    VALUE " ".
           88 SR-DECEASED         VALUE "D".
           88 SR-BANKRUPT         VALUE "B".
           88 SR-DO-NOT-MAIL      VALUE "M".
           *> SuppressionLookup's mail reason, carried through the
           *> sort so the letter pass need not ask again.

       FD  COLLECTIONS-REPORT-FILE.
       01  COLLECTIONS-REPORT-RECORD PIC X(80).
       01 WS-SORTED-STATUS        PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS        PIC X(02) VALUE "00".
       01 WS-LETTER-STATUS        PIC X(02) VALUE "00".
       01 WS-ARRANGE-STATUS       PIC X(02) VALUE "00".
       01 WS-PLACEMENT-STATUS     PIC X(02) VALUE "00".

       01 WS-BALANCE-EOF-SWITCH   PIC X(01) VALUE "N".
       88 BALANCE-EOF             VALUE "Y".
       *> payment that empties a bucket steps the account back down
       *> without anyone touching it.

       01 WS-COLLECTABLE          PIC S9(09)V99.
       *> BAL-CURRENT less its open disputes - what collections may
       *> actually chase. Disputed money is held out of the
       *> buckets, the ladder, and the letters until DisputeMenu
       *> resolves it.
       01 WS-DISPUTED-COUNT       PIC 9(06) VALUE 0.
       01 WS-WRITTEN-OFF-COUNT    PIC 9(06) VALUE 0.

       01 WS-STMT-HIST-STATUS     PIC X(02) VALUE "00".
       01 WS-STMT-HIST-END-SWITCH PIC X(01).
       88 STMT-HIST-END           VALUE "Y".
       88 STMT-HIST-MORE          VALUE "N".
       01 WS-MISSED-IN-A-ROW      PIC 9(03).
       01 WS-MISSED-FLOOR-STATUS  PIC X(01).
       01 WS-MISSED-RAISED-COUNT  PIC 9(06) VALUE 0.
       *> Missed minimums since the last one met, oldest first -
       *> one missed is late, two serious, three or more
       *> collections. A minimum met, or a statement asking for
       *> nothing, starts the count again; one not yet due is
       *> passed over.

       01 WS-OLD-DELINQ-RANK      PIC 9(01).
       01 WS-NEW-DELINQ-RANK      PIC 9(01).
       01 WS-ARRANGED-COUNT       PIC 9(06) VALUE 0.
       01 WS-PLACED-COUNT         PIC 9(06) VALUE 0.
       *> C1 L2 S3 X4 - an arranged account may step down the
       *> ladder as it pays, never up.

       01 WS-AGED-COUNT           PIC 9(06) VALUE 0.
       01 WS-LETTER-COUNT         PIC 9(06) VALUE 0.

       01 WS-FROZEN-COUNT         PIC 9(06) VALUE 0.
       01 WS-NO-LETTER-DECEASED   PIC 9(06) VALUE 0.
       01 WS-NO-LETTER-BANKRUPT   PIC 9(06) VALUE 0.
       01 WS-NO-LETTER-NO-MAIL    PIC 9(06) VALUE 0.
       *> A bankrupt account is held exactly where it stood on the
       *> ladder - neither up nor down - while the bankruptcy
       *> runs. Letters due to a deceased, bankrupt, or
       *> do-not-mail customer are withheld and counted by reason.

       01 WS-REPORT-LINE          PIC X(80).
       01 WS-BALANCE-EDIT         PIC Z(06)9.99-.
       01 WS-AGE-EDIT             PIC ZZZZ9.

       COPY DSPTLNK.

       COPY SUPLNK.

       COPY FNMLNK.

       COPY ALERTLNK.

       PROCEDURE DIVISION.
           PERFORM WRITE-OUTPUTS.
           DISPLAY "Accounts aged: " WS-AGED-COUNT
               " Letters: " WS-LETTER-COUNT.
           DISPLAY "Letters suppressed - deceased: "
               WS-NO-LETTER-DECEASED
               " bankrupt: " WS-NO-LETTER-BANKRUPT
               " do not mail: " WS-NO-LETTER-NO-MAIL.
           DISPLAY "=== Receivables Aging End ===".
           IF WS-BALANCE-STATUS NOT = "00"
               AND WS-BALANCE-STATUS NOT = "10"
               SET BALANCE-EOF TO TRUE
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT ARRANGEMENT-FILE.
           OPEN INPUT STMT-HISTORY-FILE.
           OPEN INPUT PLACEMENT-FILE.
           OPEN EXTEND DELINQ-JOURNAL-FILE.
           IF WS-DLQ-JRNL-STATUS NOT = "00"
               OPEN OUTPUT DELINQ-JOURNAL-FILE
                   AT END
                       SET BALANCE-EOF TO TRUE
                   NOT AT END
                       IF DELINQ-WRITTEN-OFF
                           ADD 1 TO WS-WRITTEN-OFF-COUNT
                       ELSE
                           PERFORM AGE-ONE-BALANCE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CUSTOMER-STATUS = "00"
               CLOSE CUSTOMER-FILE
           END-IF.
           IF WS-ARRANGE-STATUS = "00" OR WS-ARRANGE-STATUS = "23"
               CLOSE ARRANGEMENT-FILE
           END-IF.
           IF WS-STMT-HIST-STATUS = "00" OR WS-STMT-HIST-STATUS = "10"
               OR WS-STMT-HIST-STATUS = "23"
               CLOSE STMT-HISTORY-FILE
           END-IF.
           IF WS-PLACEMENT-STATUS = "00" OR WS-PLACEMENT-STATUS = "23"
               CLOSE PLACEMENT-FILE
           END-IF.
           CLOSE DELINQ-JOURNAL-FILE.
           DISPLAY "Delinquency changes: " WS-DELINQ-CHANGES
               " Held by dispute: " WS-DISPUTED-COUNT
               " Written off: " WS-WRITTEN-OFF-COUNT
               " Arranged: " WS-ARRANGED-COUNT
               " With agency: " WS-PLACED-COUNT
               " Raised by missed minimums: " WS-MISSED-RAISED-COUNT
               " Frozen by bankruptcy: " WS-FROZEN-COUNT.
           *> A written-off account is left exactly as it is - no
           *> bucket, no ladder step, no letter.

       AGE-ONE-BALANCE.
           MOVE BAL-CUST-ID TO SUPL-CUST-ID.
           CALL "SuppressionLookup" USING SUPL-CALL-AREA.
           IF SUPL-IN-BANKRUPTCY
               ADD 1 TO WS-FROZEN-COUNT
           END-IF.
           PERFORM FIND-COLLECTABLE-AMOUNT.
           IF WS-COLLECTABLE > 0
               PERFORM EXTRACT-ONE-BALANCE
           ELSE
               MOVE "C" TO WS-NEW-DELINQ-STATUS
               PERFORM HOLD-BANKRUPT-STATUS
               PERFORM SETTLE-DELINQUENCY
           END-IF.
           *> Only debit balances age - a zero or credit balance
           *> owes nothing to chase, and steps straight back to
           *> current. So does one wholly under dispute.

       FIND-COLLECTABLE-AMOUNT.
           MOVE BAL-CURRENT TO WS-COLLECTABLE.
           IF BAL-CURRENT > 0
               MOVE BAL-CUST-ID TO DSPT-CUST-ID
               CALL "DisputedAmount" USING DSPT-CALL-AREA
               IF DSPT-OPEN-AMOUNT > 0
                   SUBTRACT DSPT-OPEN-AMOUNT FROM WS-COLLECTABLE
                   ADD 1 TO WS-DISPUTED-COUNT
               END-IF
           END-IF.

       EXTRACT-ONE-BALANCE.
           COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER
           END-EVALUATE.
           MOVE BAL-CUST-ID TO RW-CUST-ID.
           PERFORM LOOK-UP-CUSTOMER-NAME.
           MOVE WS-COLLECTABLE TO RW-BALANCE.
           MOVE BAL-LAST-POST-DATE TO RW-LAST-POST.
           EVALUATE RW-BUCKET
               WHEN 1
                   MOVE "C" TO WS-NEW-DELINQ-STATUS
               WHEN OTHER
                   MOVE "X" TO WS-NEW-DELINQ-STATUS
           END-EVALUATE.
           PERFORM APPLY-MISSED-MINIMUMS.
           MOVE "N" TO RW-ARRANGED.
           PERFORM CHECK-ARRANGEMENT.
           MOVE "N" TO RW-PLACED.
           PERFORM CHECK-AGENCY-PLACEMENT.
           MOVE SUPL-MAIL-REASON TO RW-SUPPRESSED.
           WRITE AGING-WORK-RECORD.
           ADD 1 TO WS-AGED-COUNT.
           PERFORM HOLD-BANKRUPT-STATUS.
           PERFORM SETTLE-DELINQUENCY.

       APPLY-MISSED-MINIMUMS.
           MOVE 0 TO WS-MISSED-IN-A-ROW.
           IF WS-STMT-HIST-STATUS = "00" OR WS-STMT-HIST-STATUS = "10"
               OR WS-STMT-HIST-STATUS = "23"
               MOVE BAL-CUST-ID TO SHST-CUST-ID
               MOVE 0 TO SHST-STMT-DATE
               SET STMT-HIST-MORE TO TRUE
               START STMT-HISTORY-FILE KEY IS >= SHST-KEY
                   INVALID KEY
                       SET STMT-HIST-END TO TRUE
               END-START
               PERFORM UNTIL STMT-HIST-END
                   READ STMT-HISTORY-FILE NEXT RECORD
                       AT END
                           SET STMT-HIST-END TO TRUE
                       NOT AT END
                           PERFORM COUNT-ONE-STATEMENT
                   END-READ
               END-PERFORM
           END-IF.
           EVALUATE WS-MISSED-IN-A-ROW
               WHEN 0
                   MOVE "C" TO WS-MISSED-FLOOR-STATUS
               WHEN 1
                   MOVE "L" TO WS-MISSED-FLOOR-STATUS
               WHEN 2
                   MOVE "S" TO WS-MISSED-FLOOR-STATUS
               WHEN OTHER
                   MOVE "X" TO WS-MISSED-FLOOR-STATUS
           END-EVALUATE.
           MOVE WS-MISSED-FLOOR-STATUS TO WS-OLD-DELINQ-STATUS.
           PERFORM RANK-DELINQ-STATUSES.
           IF WS-OLD-DELINQ-RANK > WS-NEW-DELINQ-RANK
               MOVE WS-MISSED-FLOOR-STATUS TO WS-NEW-DELINQ-STATUS
               ADD 1 TO WS-MISSED-RAISED-COUNT
           END-IF.
           *> The worse of the age bucket and the missed-minimum
           *> count stands - ranked through the old-status slot,
           *> which SETTLE-DELINQUENCY refills from the balance.

       COUNT-ONE-STATEMENT.
           IF SHST-CUST-ID NOT = BAL-CUST-ID
               SET STMT-HIST-END TO TRUE
           ELSE
               EVALUATE TRUE
                   WHEN SHST-MISSED
                       ADD 1 TO WS-MISSED-IN-A-ROW
                   WHEN SHST-MET
                   WHEN SHST-NOTHING-DUE
                       MOVE 0 TO WS-MISSED-IN-A-ROW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       CHECK-ARRANGEMENT.
           IF WS-ARRANGE-STATUS = "00" OR WS-ARRANGE-STATUS = "23"
               MOVE BAL-CUST-ID TO ARR-CUST-ID
               READ ARRANGEMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ARR-ACTIVE
                           MOVE "Y" TO RW-ARRANGED
                           ADD 1 TO WS-ARRANGED-COUNT
                           PERFORM HOLD-ARRANGED-STATUS
                       END-IF
               END-READ
           END-IF.

       CHECK-AGENCY-PLACEMENT.
           IF WS-PLACEMENT-STATUS = "00" OR WS-PLACEMENT-STATUS = "23"
               MOVE BAL-CUST-ID TO AGY-CUST-ID
               READ PLACEMENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AGY-PLACED
                           MOVE "Y" TO RW-PLACED
                           ADD 1 TO WS-PLACED-COUNT
                       END-IF
               END-READ
           END-IF.

       HOLD-ARRANGED-STATUS.
           MOVE BAL-DELINQ-STATUS TO WS-OLD-DELINQ-STATUS.
           PERFORM RANK-DELINQ-STATUSES.
           IF WS-NEW-DELINQ-RANK > WS-OLD-DELINQ-RANK
               MOVE BAL-DELINQ-STATUS TO WS-NEW-DELINQ-STATUS
               IF WS-NEW-DELINQ-STATUS = SPACE
                   MOVE "C" TO WS-NEW-DELINQ-STATUS
               END-IF
           END-IF.

       HOLD-BANKRUPT-STATUS.
           IF SUPL-IN-BANKRUPTCY
               MOVE BAL-DELINQ-STATUS TO WS-NEW-DELINQ-STATUS
               IF WS-NEW-DELINQ-STATUS = SPACE
                   MOVE "C" TO WS-NEW-DELINQ-STATUS
               END-IF
           END-IF.
           *> Whatever tonight's buckets say, the status the account
           *> carried into the bankruptcy stands until the flag is
           *> cleared - SETTLE-DELINQUENCY then finds nothing to move.

       RANK-DELINQ-STATUSES.
           EVALUATE WS-OLD-DELINQ-STATUS
               WHEN "L"
                   MOVE 2 TO WS-OLD-DELINQ-RANK
               WHEN "S"
                   MOVE 3 TO WS-OLD-DELINQ-RANK
               WHEN "X"
                   MOVE 4 TO WS-OLD-DELINQ-RANK
               WHEN OTHER
                   MOVE 1 TO WS-OLD-DELINQ-RANK
           END-EVALUATE.
           EVALUATE WS-NEW-DELINQ-STATUS
               WHEN "L"
                   MOVE 2 TO WS-NEW-DELINQ-RANK
               WHEN "S"
                   MOVE 3 TO WS-NEW-DELINQ-RANK
               WHEN "X"
                   MOVE 4 TO WS-NEW-DELINQ-RANK
               WHEN OTHER
                   MOVE 1 TO WS-NEW-DELINQ-RANK
           END-EVALUATE.

       SETTLE-DELINQUENCY.
           MOVE BAL-DELINQ-STATUS TO WS-OLD-DELINQ-STATUS.
           IF WS-OLD-DELINQ-STATUS = SPACE
               " " WS-AGE-EDIT " DAYS"
               " (" WS-BUCKET-LABEL(SR-BUCKET) ")"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           IF SR-UNDER-ARRANGEMENT
               MOVE "ARRANGED" TO WS-REPORT-LINE(72:8)
           END-IF.
           IF SR-WITH-AGENCY
               MOVE "PLACED  " TO WS-REPORT-LINE(72:8)
           END-IF.
           EVALUATE TRUE
               WHEN SR-DECEASED
                   MOVE "DECEASED" TO WS-REPORT-LINE(72:8)
               WHEN SR-BANKRUPT
                   MOVE "BANKRUPT" TO WS-REPORT-LINE(72:8)
               WHEN SR-DO-NOT-MAIL
                   MOVE "NO MAIL " TO WS-REPORT-LINE(72:8)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           WRITE COLLECTIONS-REPORT-RECORD FROM WS-REPORT-LINE.
           IF SR-BUCKET >= 3 AND NOT SR-UNDER-ARRANGEMENT
               AND NOT SR-WITH-AGENCY
               IF SR-MAY-BE-MAILED
                   PERFORM WRITE-DUNNING-LETTER
               ELSE
                   PERFORM COUNT-SUPPRESSED-LETTER
               END-IF
           END-IF.
           *> An arranged account still shows in its true bucket -
           *> the money is still owed - but the letter is
           *> withheld while the promise is being kept. So is one
           *> placed with the agency, which does its own chasing.

       COUNT-SUPPRESSED-LETTER.
           EVALUATE TRUE
               WHEN SR-DECEASED
                   ADD 1 TO WS-NO-LETTER-DECEASED
               WHEN SR-BANKRUPT
                   ADD 1 TO WS-NO-LETTER-BANKRUPT
               WHEN OTHER
                   ADD 1 TO WS-NO-LETTER-NO-MAIL
           END-EVALUATE.
           *> The letter the account would have had, withheld - no
           *> note is appended, since nothing went out.

       WRITE-BUCKET-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           PERFORM WRITE-ONE-BUCKET-TOTAL
               VARYING WS-BUCKET-INDEX FROM 1 BY 1
               UNTIL WS-BUCKET-INDEX > 5.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "LETTERS SUPPRESSED - DECEASED "
               WS-NO-LETTER-DECEASED
               " BANKRUPT " WS-NO-LETTER-BANKRUPT
               " DO NOT MAIL " WS-NO-LETTER-NO-MAIL
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE COLLECTIONS-REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-ONE-BUCKET-TOTAL.
           MOVE WS-BUCKET-AMOUNT(WS-BUCKET-INDEX)
           WRITE DUNNING-LETTER-RECORD FROM WS-REPORT-LINE.
           MOVE ALL "-" TO WS-REPORT-LINE.
           WRITE DUNNING-LETTER-RECORD FROM WS-REPORT-LINE.
           PERFORM WRITE-LETTER-ADDRESSEE.
           PERFORM WRITE-LETTER-ADDRESS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE DUNNING-LETTER-RECORD FROM WS-REPORT-LINE.
           *> The next caller sees the letter went out before the
           *> customer mentions it.

       WRITE-LETTER-ADDRESSEE.
           MOVE SR-CUST-ID TO FNML-CUST-ID.
           MOVE SR-NAME TO FNML-SHORT-NAME.
           CALL "FullNameLookup" USING FNML-CALL-AREA.
           MOVE FNML-NAME TO WS-REPORT-LINE.
           WRITE DUNNING-LETTER-RECORD FROM WS-REPORT-LINE.
           IF FNML-TRADING-NAME NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING "T/A " FNML-TRADING-NAME
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE DUNNING-LETTER-RECORD FROM WS-REPORT-LINE
           END-IF.
           IF FNML-ATTENTION NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ATTN: " FNML-ATTENTION
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE DUNNING-LETTER-RECORD FROM WS-REPORT-LINE
           END-IF.
           *> The full legal name where CUSTLNAM has one, the short
           *> master name where it does not.

       WRITE-LETTER-ADDRESS.
           SET ADDRESS-NOT-FOUND TO TRUE.
           IF WS-ADDRESS-STATUS = "00"
