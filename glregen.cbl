       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlBatchRegen.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGEN-CONTROL-FILE ASSIGN TO "GLREGEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGEN-STATUS.
           *> The rejected batch accounting wants sent again, one
           *> record. Emptied once the batch has gone, so a second
           *> run cannot send it twice.

           SELECT GL-SENT-FILE ASSIGN TO "GLSENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLS-BATCH-ID
               FILE STATUS IS WS-SENT-STATUS.
           *> Only a batch the ledger rejected can be sent again - it
           *> is marked regenerated, and the new batch recorded.

           SELECT GL-WORK-HISTORY-FILE ASSIGN TO "GLWHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHIST-STATUS.
           *> The GLWORK lines GlInterface kept for every batch.

           SELECT TRAN-TYPE-FILE ASSIGN TO "TRANTYPE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TYPE-CODE
               FILE STATUS IS WS-TYPE-STATUS.
           *> Offset accounts are looked up afresh - a batch the
           *> ledger refused for a bad account goes again with the
           *> account TRANTYPE names now.

           SELECT GL-BATCH-CONTROL-FILE ASSIGN TO "GLBATCHC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATUS.
           *> The same GL batch numbering GlInterface takes from -
           *> the ledger never sees a batch ID twice.

           SELECT GL-INTERFACE-FILE ASSIGN TO "GLINTFR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-STATUS.
           *> The regenerated batch, in the GLINTF layout. A file of
           *> its own, so a daytime regeneration never overwrites a
           *> night's GLINTF the ledger has not picked up yet.

       DATA DIVISION.
       FILE SECTION.
       FD  REGEN-CONTROL-FILE.
       01  REGEN-CTL-RECORD.
           05 CTL-REGEN-BATCH-ID  PIC 9(06).

       FD  GL-SENT-FILE.
           COPY GLSENT.

       FD  GL-WORK-HISTORY-FILE.
           COPY GLWHST.

       FD  TRAN-TYPE-FILE.
           COPY TRANTYP.

       FD  GL-BATCH-CONTROL-FILE.
       01  GL-BATCH-CTL-RECORD.
           05 CTL-NEXT-BATCH-ID   PIC 9(06).

       FD  GL-INTERFACE-FILE.
       01  GL-INTERFACE-RECORD.
           05 GLI-ACCOUNT         PIC X(08).
           05 GLI-DC-CODE         PIC X(01).
           05 GLI-AMOUNT          PIC 9(09)V99.
           05 GLI-RUN-DATE        PIC 9(08).
           05 GLI-BATCH-ID        PIC 9(06).
           05 GLI-BRANCH          PIC X(02).

       WORKING-STORAGE SECTION.
       01 WS-REGEN-STATUS         PIC X(02) VALUE "00".
       01 WS-SENT-STATUS          PIC X(02) VALUE "00".
       01 WS-WHIST-STATUS         PIC X(02) VALUE "00".
       01 WS-TYPE-STATUS          PIC X(02) VALUE "00".
       01 WS-BATCH-STATUS         PIC X(02) VALUE "00".
       01 WS-INTERFACE-STATUS     PIC X(02) VALUE "00".

       01 WS-WHIST-EOF-SWITCH     PIC X(01) VALUE "N".
       88 WHIST-EOF               VALUE "Y".
       88 WHIST-NOT-EOF           VALUE "N".

       01 WS-REFUSAL              PIC X(40) VALUE SPACES.
       *> Why nothing was sent - spaces when the batch went.

       01 WS-OLD-BATCH-ID         PIC 9(06) VALUE 0.
       01 WS-SOURCE-BATCH-ID      PIC 9(06) VALUE 0.
       01 WS-BATCH-ID             PIC 9(06) VALUE 1.
       01 WS-HISTORY-LINES        PIC 9(06) VALUE 0.

       01 WS-BRANCH-TOTALS.
           05 WS-BR-ROW           OCCURS 10 TIMES.
               10 WS-BR-CODE      PIC X(02).
               10 WS-BR-LINES     PIC 9(06).
               10 WS-CAT-ROW      OCCURS 100 TIMES.
                   15 WS-CAT-DEBITS   PIC 9(09)V99.
                   15 WS-CAT-CREDITS  PIC 9(09)V99.
               10 WS-BR-TYPE-ROW  OCCURS 50 TIMES.
                   15 WS-TT-DEBITS    PIC 9(09)V99.
                   15 WS-TT-CREDITS   PIC 9(09)V99.
               10 WS-CLEAR-DEBITS PIC 9(09)V99.
               10 WS-CLEAR-CREDITS PIC 9(09)V99.
       01 WS-BR-INDEX             PIC 9(02).
       01 WS-CAT-INDEX            PIC 9(03).

       01 WS-TYPE-TOTALS.
           05 WS-TYPE-ROW         OCCURS 50 TIMES.
               10 WS-TT-CODE      PIC X(02).
               10 WS-TT-ACCOUNT   PIC X(08).
       01 WS-TYPE-COUNT           PIC 9(02) VALUE 0.
       01 WS-TYPE-INDEX           PIC 9(02).
       01 WS-FOUND-TYPE           PIC 9(02).
       *> Summed exactly as GlInterface sums a night's GLWORK, so
       *> the batch comes out as it would have the first time.

       01 WS-LINE-COUNT           PIC 9(04) VALUE 0.
       01 WS-SENT-AMOUNT          PIC 9(09)V99 VALUE 0.

       01 WS-RUN-DATE             PIC 9(08).
       01 WS-CAT-PRINT            PIC 9(02).

       COPY BRNLNK.

       COPY ALERTLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== GL Batch Regenerate Start ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           INITIALIZE WS-BRANCH-TOTALS.
           PERFORM READ-REGEN-CONTROL.
           IF WS-OLD-BATCH-ID = 0
               DISPLAY "No batch named on GLREGEN - nothing to do"
               MOVE 0 TO RETURN-CODE
               GO TO END-OF-REGEN
           END-IF.
           PERFORM CHECK-REJECTED-BATCH.
           IF WS-REFUSAL = SPACES
               PERFORM SUM-BATCH-HISTORY
           END-IF.
           IF WS-REFUSAL = SPACES
               PERFORM TAKE-NEXT-BATCH-ID
               PERFORM LOOK-UP-TYPE-ACCOUNTS
               PERFORM WRITE-INTERFACE-FILE
               PERFORM RECORD-REGENERATED-BATCH
               PERFORM EMPTY-REGEN-CONTROL
               DISPLAY "Batch " WS-OLD-BATCH-ID " sent again as "
                   WS-BATCH-ID " - journal lines written: "
                   WS-LINE-COUNT
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "Batch " WS-OLD-BATCH-ID " not sent again - "
                   WS-REFUSAL
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-SENT-STATUS = "00" OR WS-SENT-STATUS = "23"
               CLOSE GL-SENT-FILE
           END-IF.

       END-OF-REGEN.
           DISPLAY "=== GL Batch Regenerate End ===".
           IF RETURN-CODE >= 8
               PERFORM WRITE-OPERATOR-ALERT
           END-IF.
           STOP RUN.

       READ-REGEN-CONTROL.
           OPEN INPUT REGEN-CONTROL-FILE.
           IF WS-REGEN-STATUS = "00"
               READ REGEN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-REGEN-BATCH-ID NUMERIC
                           MOVE CTL-REGEN-BATCH-ID TO WS-OLD-BATCH-ID
                       END-IF
               END-READ
               CLOSE REGEN-CONTROL-FILE
           END-IF.

       CHECK-REJECTED-BATCH.
           OPEN I-O GL-SENT-FILE.
           IF WS-SENT-STATUS NOT = "00"
               MOVE "GL BATCH REGISTER NOT AVAILABLE"
                   TO WS-REFUSAL
           ELSE
               MOVE WS-OLD-BATCH-ID TO GLS-BATCH-ID
               READ GL-SENT-FILE
                   INVALID KEY
                       MOVE "NOT ON THE GL BATCH REGISTER"
                           TO WS-REFUSAL
                   NOT INVALID KEY
                       IF NOT GLS-REJECTED
                           MOVE "LEDGER HAS NOT REJECTED IT"
                               TO WS-REFUSAL
                       END-IF
                       IF GLS-REGEN-OF = 0
                           MOVE GLS-BATCH-ID TO WS-SOURCE-BATCH-ID
                       ELSE
                           MOVE GLS-REGEN-OF TO WS-SOURCE-BATCH-ID
                       END-IF
               END-READ
           END-IF.
           *> A batch awaiting its answer, confirmed, or already
           *> sent again would put the money into the ledger twice.
           *> A regenerated batch rejected in its turn is rebuilt
           *> from the lines of the night it began on.

       SUM-BATCH-HISTORY.
           OPEN INPUT GL-WORK-HISTORY-FILE.
           IF WS-WHIST-STATUS NOT = "00"
               SET WHIST-EOF TO TRUE
           END-IF.
           PERFORM UNTIL WHIST-EOF
               READ GL-WORK-HISTORY-FILE
                   AT END
                       SET WHIST-EOF TO TRUE
                   NOT AT END
                       IF GLH-BATCH-ID = WS-SOURCE-BATCH-ID
                           PERFORM SUM-ONE-HISTORY-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-WHIST-STATUS = "00" OR WS-WHIST-STATUS = "10"
               CLOSE GL-WORK-HISTORY-FILE
           END-IF.
           IF WS-HISTORY-LINES = 0
               MOVE "NO GLWHIST LINES FOR THE BATCH" TO WS-REFUSAL
           END-IF.

       SUM-ONE-HISTORY-LINE.
           ADD 1 TO WS-HISTORY-LINES.
           PERFORM FIND-LINE-BRANCH.
           IF GLH-DC-CODE = "D"
               ADD GLH-AMOUNT
                   TO WS-CAT-DEBITS(WS-BR-INDEX, GLH-CUST-CAT + 1)
           ELSE
               ADD GLH-AMOUNT
                   TO WS-CAT-CREDITS(WS-BR-INDEX, GLH-CUST-CAT + 1)
           END-IF.
           PERFORM FIND-TYPE-ROW.
           IF WS-FOUND-TYPE = 0
               IF GLH-DC-CODE = "D"
                   ADD GLH-AMOUNT TO WS-CLEAR-DEBITS(WS-BR-INDEX)
               ELSE
                   ADD GLH-AMOUNT TO WS-CLEAR-CREDITS(WS-BR-INDEX)
               END-IF
           ELSE
               IF GLH-DC-CODE = "D"
                   ADD GLH-AMOUNT
                       TO WS-TT-DEBITS(WS-BR-INDEX, WS-FOUND-TYPE)
               ELSE
                   ADD GLH-AMOUNT
                       TO WS-TT-CREDITS(WS-BR-INDEX, WS-FOUND-TYPE)
               END-IF
           END-IF.

       FIND-LINE-BRANCH.
           MOVE "V" TO BRNL-FUNCTION.
           MOVE GLH-BRANCH TO BRNL-BRANCH-CODE.
           CALL "BranchLookup" USING BRNL-CALL-AREA.
           MOVE BRNL-BRANCH-INDEX TO WS-BR-INDEX.
           IF BRNL-OK
               MOVE GLH-BRANCH TO WS-BR-CODE(WS-BR-INDEX)
           ELSE
               MOVE "00" TO WS-BR-CODE(WS-BR-INDEX)
           END-IF.
           ADD 1 TO WS-BR-LINES(WS-BR-INDEX).

       FIND-TYPE-ROW.
           MOVE 0 TO WS-FOUND-TYPE.
           PERFORM CHECK-ONE-TYPE-ROW
               VARYING WS-TYPE-INDEX FROM 1 BY 1
               UNTIL WS-TYPE-INDEX > WS-TYPE-COUNT
               OR WS-FOUND-TYPE > 0.
           IF WS-FOUND-TYPE = 0 AND WS-TYPE-COUNT < 50
               AND GLH-TRAN-TYPE NOT = SPACES
               ADD 1 TO WS-TYPE-COUNT
               MOVE GLH-TRAN-TYPE TO WS-TT-CODE(WS-TYPE-COUNT)
               MOVE SPACES TO WS-TT-ACCOUNT(WS-TYPE-COUNT)
               MOVE WS-TYPE-COUNT TO WS-FOUND-TYPE
           END-IF.

       CHECK-ONE-TYPE-ROW.
           IF WS-TT-CODE(WS-TYPE-INDEX) = GLH-TRAN-TYPE
               MOVE WS-TYPE-INDEX TO WS-FOUND-TYPE
           END-IF.

       TAKE-NEXT-BATCH-ID.
           OPEN INPUT GL-BATCH-CONTROL-FILE.
           IF WS-BATCH-STATUS = "00"
               READ GL-BATCH-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-NEXT-BATCH-ID TO WS-BATCH-ID
               END-READ
               CLOSE GL-BATCH-CONTROL-FILE
           END-IF.
           OPEN OUTPUT GL-BATCH-CONTROL-FILE.
           COMPUTE CTL-NEXT-BATCH-ID = WS-BATCH-ID + 1.
           WRITE GL-BATCH-CTL-RECORD.
           CLOSE GL-BATCH-CONTROL-FILE.

       LOOK-UP-TYPE-ACCOUNTS.
           OPEN INPUT TRAN-TYPE-FILE.
           IF WS-TYPE-STATUS = "00"
               PERFORM LOOK-UP-ONE-TYPE
                   VARYING WS-TYPE-INDEX FROM 1 BY 1
                   UNTIL WS-TYPE-INDEX > WS-TYPE-COUNT
               CLOSE TRAN-TYPE-FILE
           ELSE
               DISPLAY "Transaction type table not available - "
                   "offsets go to clearing"
           END-IF.
           PERFORM SETTLE-ONE-TYPE-ROW
               VARYING WS-TYPE-INDEX FROM 1 BY 1
               UNTIL WS-TYPE-INDEX > WS-TYPE-COUNT.

       LOOK-UP-ONE-TYPE.
           MOVE WS-TT-CODE(WS-TYPE-INDEX) TO TYPE-CODE.
           READ TRAN-TYPE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TYPE-GL-ACCOUNT
                       TO WS-TT-ACCOUNT(WS-TYPE-INDEX)
           END-READ.

       SETTLE-ONE-TYPE-ROW.
           IF WS-TT-ACCOUNT(WS-TYPE-INDEX) = SPACES
               EVALUATE WS-TT-CODE(WS-TYPE-INDEX)
                   WHEN "WO"
                       MOVE "BADDEBT" TO WS-TT-ACCOUNT(WS-TYPE-INDEX)
                   WHEN "RC"
                       MOVE "BDRECOV" TO WS-TT-ACCOUNT(WS-TYPE-INDEX)
                   WHEN "TX"
                       MOVE "TAXLIAB" TO WS-TT-ACCOUNT(WS-TYPE-INDEX)
                   WHEN "AC"
                       MOVE "AGYCOMM" TO WS-TT-ACCOUNT(WS-TYPE-INDEX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           IF WS-TT-ACCOUNT(WS-TYPE-INDEX) = SPACES
               PERFORM CLEAR-ONE-BRANCH-TYPE
                   VARYING WS-BR-INDEX FROM 1 BY 1
                   UNTIL WS-BR-INDEX > 10
           END-IF.
           *> The same defaults GlInterface applies - bad debt,
           *> recoveries, sales tax and agency commission never
           *> fall into clearing.

       CLEAR-ONE-BRANCH-TYPE.
           ADD WS-TT-DEBITS(WS-BR-INDEX, WS-TYPE-INDEX)
               TO WS-CLEAR-DEBITS(WS-BR-INDEX).
           ADD WS-TT-CREDITS(WS-BR-INDEX, WS-TYPE-INDEX)
               TO WS-CLEAR-CREDITS(WS-BR-INDEX).
           MOVE 0 TO WS-TT-DEBITS(WS-BR-INDEX, WS-TYPE-INDEX).
           MOVE 0 TO WS-TT-CREDITS(WS-BR-INDEX, WS-TYPE-INDEX).

       WRITE-INTERFACE-FILE.
           OPEN OUTPUT GL-INTERFACE-FILE.
           PERFORM WRITE-ONE-BRANCH-SET
               VARYING WS-BR-INDEX FROM 1 BY 1
               UNTIL WS-BR-INDEX > 10.
           CLOSE GL-INTERFACE-FILE.

       WRITE-ONE-BRANCH-SET.
           IF WS-BR-LINES(WS-BR-INDEX) > 0
               PERFORM WRITE-ONE-CATEGORY-PAIR
                   VARYING WS-CAT-INDEX FROM 1 BY 1
                   UNTIL WS-CAT-INDEX > 100
               PERFORM WRITE-OFFSET-LINES
           END-IF.

       WRITE-ONE-CATEGORY-PAIR.
           COMPUTE WS-CAT-PRINT = WS-CAT-INDEX - 1.
           IF WS-CAT-DEBITS(WS-BR-INDEX, WS-CAT-INDEX) > 0
               MOVE SPACES TO GLI-ACCOUNT
               STRING "AR" WS-CAT-PRINT
                   DELIMITED BY SIZE INTO GLI-ACCOUNT
               MOVE "D" TO GLI-DC-CODE
               MOVE WS-CAT-DEBITS(WS-BR-INDEX, WS-CAT-INDEX)
                   TO GLI-AMOUNT
               PERFORM WRITE-ONE-JOURNAL-LINE
           END-IF.
           IF WS-CAT-CREDITS(WS-BR-INDEX, WS-CAT-INDEX) > 0
               MOVE SPACES TO GLI-ACCOUNT
               STRING "AR" WS-CAT-PRINT
                   DELIMITED BY SIZE INTO GLI-ACCOUNT
               MOVE "C" TO GLI-DC-CODE
               MOVE WS-CAT-CREDITS(WS-BR-INDEX, WS-CAT-INDEX)
                   TO GLI-AMOUNT
               PERFORM WRITE-ONE-JOURNAL-LINE
           END-IF.

       WRITE-OFFSET-LINES.
           PERFORM WRITE-ONE-TYPE-OFFSET
               VARYING WS-TYPE-INDEX FROM 1 BY 1
               UNTIL WS-TYPE-INDEX > WS-TYPE-COUNT.
           IF WS-CLEAR-DEBITS(WS-BR-INDEX) > 0
               MOVE "REVCLEAR" TO GLI-ACCOUNT
               MOVE "C" TO GLI-DC-CODE
               MOVE WS-CLEAR-DEBITS(WS-BR-INDEX) TO GLI-AMOUNT
               PERFORM WRITE-ONE-JOURNAL-LINE
           END-IF.
           IF WS-CLEAR-CREDITS(WS-BR-INDEX) > 0
               MOVE "CSHCLEAR" TO GLI-ACCOUNT
               MOVE "D" TO GLI-DC-CODE
               MOVE WS-CLEAR-CREDITS(WS-BR-INDEX) TO GLI-AMOUNT
               PERFORM WRITE-ONE-JOURNAL-LINE
           END-IF.

       WRITE-ONE-TYPE-OFFSET.
           IF WS-TT-DEBITS(WS-BR-INDEX, WS-TYPE-INDEX) > 0
               MOVE WS-TT-ACCOUNT(WS-TYPE-INDEX) TO GLI-ACCOUNT
               MOVE "C" TO GLI-DC-CODE
               MOVE WS-TT-DEBITS(WS-BR-INDEX, WS-TYPE-INDEX)
                   TO GLI-AMOUNT
               PERFORM WRITE-ONE-JOURNAL-LINE
           END-IF.
           IF WS-TT-CREDITS(WS-BR-INDEX, WS-TYPE-INDEX) > 0
               MOVE WS-TT-ACCOUNT(WS-TYPE-INDEX) TO GLI-ACCOUNT
               MOVE "D" TO GLI-DC-CODE
               MOVE WS-TT-CREDITS(WS-BR-INDEX, WS-TYPE-INDEX)
                   TO GLI-AMOUNT
               PERFORM WRITE-ONE-JOURNAL-LINE
           END-IF.

       WRITE-ONE-JOURNAL-LINE.
           MOVE WS-RUN-DATE TO GLI-RUN-DATE.
           MOVE WS-BATCH-ID TO GLI-BATCH-ID.
           MOVE WS-BR-CODE(WS-BR-INDEX) TO GLI-BRANCH.
           WRITE GL-INTERFACE-RECORD.
           ADD 1 TO WS-LINE-COUNT.
           IF GLI-DC-CODE = "D"
               ADD GLI-AMOUNT TO WS-SENT-AMOUNT
           END-IF.

       RECORD-REGENERATED-BATCH.
           MOVE WS-BATCH-ID TO GLS-REPLACED-BY.
           SET GLS-REGENERATED TO TRUE.
           REWRITE GL-SENT-RECORD.
           INITIALIZE GL-SENT-RECORD.
           MOVE WS-BATCH-ID TO GLS-BATCH-ID.
           MOVE WS-RUN-DATE TO GLS-RUN-DATE.
           MOVE WS-LINE-COUNT TO GLS-LINE-COUNT.
           MOVE WS-SENT-AMOUNT TO GLS-AMOUNT.
           SET GLS-AWAITING TO TRUE.
           MOVE WS-SOURCE-BATCH-ID TO GLS-REGEN-OF.
           WRITE GL-SENT-RECORD.
           *> The rejected row still holds the record area from the
           *> check above. The new batch waits for its own answer
           *> like any night's.

       EMPTY-REGEN-CONTROL.
           OPEN OUTPUT REGEN-CONTROL-FILE.
           CLOSE REGEN-CONTROL-FILE.

       WRITE-OPERATOR-ALERT.
           MOVE "GlBatchRegen" TO ALERT-PROGRAM-NAME.
           MOVE RETURN-CODE TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-FILE-STATUSES.
           STRING "SENT=" WS-SENT-STATUS
               " WHST=" WS-WHIST-STATUS
               DELIMITED BY SIZE INTO ALERT-FILE-STATUSES.
           MOVE WS-REFUSAL TO ALERT-ACTION-TEXT.
           CALL "AlertWriter" USING ALERT-CALL-AREA.
