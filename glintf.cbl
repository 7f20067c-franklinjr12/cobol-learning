           *> CustomerPosting - this step runs right behind it and
           *> summarizes them by category and debit/credit code.

           SELECT TRAN-TYPE-FILE ASSIGN TO "TRANTYPE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TYPE-CODE
               FILE STATUS IS WS-TYPE-STATUS.
           *> The transaction type table - each type's GL account is
           *> where the offset to its receivables money goes.

           SELECT GL-BATCH-CONTROL-FILE ASSIGN TO "GLBATCHC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-STATUS.
           *> balanced set per run. Accounting stops re-keying the
           *> register totals every morning.

           SELECT GL-SENT-FILE ASSIGN TO "GLSENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLS-BATCH-ID
               FILE STATUS IS WS-SENT-STATUS.
           *> Every batch handed to the ledger, with its line count
           *> and amount - what GlAckRecon holds the ledger's
           *> acknowledgment up against.

           SELECT GL-WORK-HISTORY-FILE ASSIGN TO "GLWHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WHIST-STATUS.
           *> Tonight's GLWORK lines kept under the batch ID they
           *> went out in - the next posting run rewrites GLWORK, and
           *> GlBatchRegen needs them if the ledger rejects the
           *> batch.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-WORK-FILE.
           05 GLW-CUST-CAT        PIC 9(02).
           05 GLW-DC-CODE         PIC X(01).
           05 GLW-AMOUNT          PIC 9(07)V99.
           05 GLW-TRAN-TYPE       PIC X(02).
           05 GLW-BRANCH          PIC X(02).

       FD  TRAN-TYPE-FILE.
           COPY TRANTYP.

       FD  GL-BATCH-CONTROL-FILE.
       01  GL-BATCH-CTL-RECORD.
           05 GLI-AMOUNT          PIC 9(09)V99.
           05 GLI-RUN-DATE        PIC 9(08).
           05 GLI-BATCH-ID        PIC 9(06).
           05 GLI-BRANCH          PIC X(02).
           *> The branch segment of the account - every line is
           *> posted to its branch's own AR, offset and clearing
           *> accounts, and each branch's lines balance by themselves.
           *> 00 when BRANCHES is not set up.
           *> Receivables lines post to AR per category (AR01-AR99);
           *> the offsets post to each transaction type's own
           *> account, or to the clearing accounts the ledger side
           *> already reconciles cash and revenue out of when the
           *> type names none.

       FD  GL-SENT-FILE.
           COPY GLSENT.

       FD  GL-WORK-HISTORY-FILE.
           COPY GLWHST.

       WORKING-STORAGE SECTION.
       01 WS-GLWORK-STATUS        PIC X(02) VALUE "00".
       01 WS-SENT-STATUS          PIC X(02) VALUE "00".
       01 WS-WHIST-STATUS         PIC X(02) VALUE "00".
       01 WS-BATCH-STATUS         PIC X(02) VALUE "00".
       01 WS-INTERFACE-STATUS     PIC X(02) VALUE "00".
       01 WS-TYPE-STATUS          PIC X(02) VALUE "00".

       01 WS-GLWORK-EOF-SWITCH    PIC X(01) VALUE "N".
       88 GLWORK-EOF              VALUE "Y".

       01 WS-BATCH-ID             PIC 9(06) VALUE 1.

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
       *> One row per CUST-CAT 00-99, indexed by code + 1, the same
       *> spread CustomerAging keeps its category buckets in.

       01 WS-TYPE-TOTALS.
           05 WS-TYPE-ROW         OCCURS 50 TIMES.
               10 WS-TT-CODE      PIC X(02).
               10 WS-TT-ACCOUNT   PIC X(08).
       01 WS-TYPE-COUNT           PIC 9(02) VALUE 0.
       01 WS-TYPE-INDEX           PIC 9(02).
       01 WS-FOUND-TYPE           PIC 9(02).
       *> One row per type seen tonight, in the order first seen,
       *> with the account TRANTYPE names for it. A type not on
       *> file, with no account, or past the table's last row falls
       *> back to the clearing pair below.

       01 WS-DEBIT-GRAND-TOTAL    PIC 9(09)V99 VALUE 0.
       01 WS-CREDIT-GRAND-TOTAL   PIC 9(09)V99 VALUE 0.
       01 WS-LINE-COUNT           PIC 9(04) VALUE 0.
       01 WS-SENT-AMOUNT          PIC 9(09)V99 VALUE 0.
       *> Debit side of the batch as written - the amount the
       *> ledger's acknowledgment must come back with.

       01 WS-RUN-DATE             PIC 9(08).
       01 WS-CAT-PRINT            PIC 9(02).

       COPY BRNLNK.

       COPY ALERTLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== GL Interface Start ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           INITIALIZE WS-BRANCH-TOTALS.
           PERFORM TAKE-NEXT-BATCH-ID.
           PERFORM SUM-GL-WORK.
           PERFORM WRITE-INTERFACE-FILE.
           PERFORM RECORD-SENT-BATCH.
           DISPLAY "Batch " WS-BATCH-ID
               " - journal lines written: " WS-LINE-COUNT.
           DISPLAY "=== GL Interface End ===".
           EVALUATE TRUE
               WHEN WS-GLWORK-STATUS NOT = "00"
                   AND WS-GLWORK-STATUS NOT = "10"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-SENT-STATUS NOT = "00"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           *> A batch the register missed still went to the ledger -
           *> its acknowledgment will show up as unknown, which is
           *> the reconciliation's to chase.
           IF RETURN-CODE >= 8
               PERFORM WRITE-OPERATOR-ALERT
           END-IF.
                   WS-GLWORK-STATUS
               SET GLWORK-EOF TO TRUE
           END-IF.
           OPEN EXTEND GL-WORK-HISTORY-FILE.
           IF WS-WHIST-STATUS NOT = "00"
               OPEN OUTPUT GL-WORK-HISTORY-FILE
           END-IF.
           PERFORM UNTIL GLWORK-EOF
               READ GL-WORK-FILE
                   AT END
           IF WS-GLWORK-STATUS = "00" OR WS-GLWORK-STATUS = "10"
               CLOSE GL-WORK-FILE
           END-IF.
           CLOSE GL-WORK-HISTORY-FILE.
           PERFORM LOOK-UP-TYPE-ACCOUNTS.

       SUM-ONE-WORK-LINE.
           PERFORM KEEP-WORK-HISTORY-LINE.
           PERFORM FIND-LINE-BRANCH.
           IF GLW-DC-CODE = "D"
               ADD GLW-AMOUNT
                   TO WS-CAT-DEBITS(WS-BR-INDEX, GLW-CUST-CAT + 1)
               ADD GLW-AMOUNT TO WS-DEBIT-GRAND-TOTAL
           ELSE
               ADD GLW-AMOUNT
                   TO WS-CAT-CREDITS(WS-BR-INDEX, GLW-CUST-CAT + 1)
               ADD GLW-AMOUNT TO WS-CREDIT-GRAND-TOTAL
           END-IF.
           PERFORM FIND-TYPE-ROW.
           IF WS-FOUND-TYPE = 0
               IF GLW-DC-CODE = "D"
                   ADD GLW-AMOUNT TO WS-CLEAR-DEBITS(WS-BR-INDEX)
               ELSE
                   ADD GLW-AMOUNT TO WS-CLEAR-CREDITS(WS-BR-INDEX)
               END-IF
           ELSE
               IF GLW-DC-CODE = "D"
                   ADD GLW-AMOUNT
                       TO WS-TT-DEBITS(WS-BR-INDEX, WS-FOUND-TYPE)
               ELSE
                   ADD GLW-AMOUNT
                       TO WS-TT-CREDITS(WS-BR-INDEX, WS-FOUND-TYPE)
               END-IF
           END-IF.

       FIND-LINE-BRANCH.
           MOVE "V" TO BRNL-FUNCTION.
           MOVE GLW-BRANCH TO BRNL-BRANCH-CODE.
           CALL "BranchLookup" USING BRNL-CALL-AREA.
           MOVE BRNL-BRANCH-INDEX TO WS-BR-INDEX.
           IF BRNL-OK
               MOVE GLW-BRANCH TO WS-BR-CODE(WS-BR-INDEX)
           ELSE
               MOVE "00" TO WS-BR-CODE(WS-BR-INDEX)
           END-IF.
           ADD 1 TO WS-BR-LINES(WS-BR-INDEX).
           *> A line with no branch, or one no longer on BRANCHES,
           *> goes out under branch 00 - still in the batch and still
           *> balanced, for accounting to move by journal.

       KEEP-WORK-HISTORY-LINE.
           MOVE WS-BATCH-ID TO GLH-BATCH-ID.
           MOVE WS-RUN-DATE TO GLH-RUN-DATE.
           MOVE GLW-CUST-CAT TO GLH-CUST-CAT.
           MOVE GLW-DC-CODE TO GLH-DC-CODE.
           MOVE GLW-AMOUNT TO GLH-AMOUNT.
           MOVE GLW-TRAN-TYPE TO GLH-TRAN-TYPE.
           MOVE GLW-BRANCH TO GLH-BRANCH.
           WRITE GL-WORK-HISTORY-RECORD.

       FIND-TYPE-ROW.
           MOVE 0 TO WS-FOUND-TYPE.
           PERFORM CHECK-ONE-TYPE-ROW
               VARYING WS-TYPE-INDEX FROM 1 BY 1
               UNTIL WS-TYPE-INDEX > WS-TYPE-COUNT
               OR WS-FOUND-TYPE > 0.
           IF WS-FOUND-TYPE = 0 AND WS-TYPE-COUNT < 50
               AND GLW-TRAN-TYPE NOT = SPACES
               ADD 1 TO WS-TYPE-COUNT
               MOVE GLW-TRAN-TYPE TO WS-TT-CODE(WS-TYPE-COUNT)
               MOVE SPACES TO WS-TT-ACCOUNT(WS-TYPE-COUNT)
               MOVE WS-TYPE-COUNT TO WS-FOUND-TYPE
           END-IF.
           *> Work lines written before types were carried have no
           *> type at all - their money stays on the clearing pair.

       CHECK-ONE-TYPE-ROW.
           IF WS-TT-CODE(WS-TYPE-INDEX) = GLW-TRAN-TYPE
               MOVE WS-TYPE-INDEX TO WS-FOUND-TYPE
           END-IF.

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
           *> Write-offs and recoveries never fall into clearing -
           *> the ledger carries bad debt on its own line, so with
           *> no account named on TRANTYPE they go to the bad-debt
           *> expense and recovery accounts. Sales tax raised is
           *> owed on to the tax authority, not earned - with no
           *> account named it goes to the tax liability account.
           *> The commission a collections agency keeps is paid off
           *> the customer's balance but is our expense - it goes
           *> to the agency commission account.
           IF WS-TT-ACCOUNT(WS-TYPE-INDEX) = SPACES
               PERFORM CLEAR-ONE-BRANCH-TYPE
                   VARYING WS-BR-INDEX FROM 1 BY 1
                   UNTIL WS-BR-INDEX > 10
           END-IF.
           *> A type with no account of its own hands its money
           *> back to the clearing pair, so every AR line is still
           *> offset exactly once.

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
           *> One balanced set per branch, in BRANCHES order with
           *> branch 00 last - a single book is all branch 00.

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
           *> The AR debits are offset by a credit to their type's
           *> account (revenue clearing when it has none) and the
           *> AR credits by a debit to it (cash clearing), so the
           *> set balances - total debits equal total credits by
           *> construction.

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

       RECORD-SENT-BATCH.
           OPEN I-O GL-SENT-FILE.
           IF WS-SENT-STATUS = "35"
               OPEN OUTPUT GL-SENT-FILE
               CLOSE GL-SENT-FILE
               OPEN I-O GL-SENT-FILE
           END-IF.
           IF WS-SENT-STATUS = "00"
               INITIALIZE GL-SENT-RECORD
               MOVE WS-BATCH-ID TO GLS-BATCH-ID
               MOVE WS-RUN-DATE TO GLS-RUN-DATE
               MOVE WS-LINE-COUNT TO GLS-LINE-COUNT
               MOVE WS-SENT-AMOUNT TO GLS-AMOUNT
               SET GLS-AWAITING TO TRUE
               WRITE GL-SENT-RECORD
                   INVALID KEY
                       DISPLAY "Batch " WS-BATCH-ID
                           " already on GLSENT - not recorded"
               END-WRITE
               CLOSE GL-SENT-FILE
           ELSE
               DISPLAY "GL batch register not available - status "
                   WS-SENT-STATUS
           END-IF.
           *> An empty night is recorded too - the ledger answers
           *> for every file it is handed, lines or none.

       WRITE-OPERATOR-ALERT.
           MOVE "GlInterface" TO ALERT-PROGRAM-NAME.
