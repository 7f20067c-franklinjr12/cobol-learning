           *> shows on the customer display so the next caller
           *> doesn't start from zero.

           SELECT ADDRESS-CHANGE-FILE ASSIGN TO "ADDRCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDR-CHANGE-STATUS.
           *> Every address stored from the menu, with the row it
           *> replaced - the refund run holds back any account
           *> whose address changed recently.

           SELECT BALANCE-FILE ASSIGN TO "CUSTBALF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           *> interactive twin, and a day's menu work can be cut
           *> straight onto CUSTTRAN if the master has to be rebuilt.

           SELECT FINANCIAL-TRAN-FILE ASSIGN TO "CUSTFIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIN-STATUS.
           SELECT NEXT-DAY-TRAN-FILE ASSIGN TO "CUSTFINN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEXT-STATUS.
           *> Read-only - today's entries not yet posted, and those
           *> taken since tonight's cutoff. The customer display
           *> nets them against last night's balance for a memo
           *> position; only CustomerPosting moves BAL-CURRENT.

           SELECT HOLD-QUEUE-FILE ASSIGN TO "CUSTHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "CUSTSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-STATUS.
           *> Read-only - debits held over the limit and postings
           *> parked in suspense, listed on the display so the phone
           *> desk can see money that is neither posted nor lost.

           SELECT CYCLE-FILE ASSIGN TO "CUSTCYCL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYC-CUST-ID
               FILE STATUS IS WS-CYCLE-STATUS.
           *> The customer's billing-cycle day - shown on the
           *> display and changed through option B. A customer
           *> added here is given a day by tonight's statement run
           *> unless the operator sets one first.

           SELECT SUPPRESSION-FILE ASSIGN TO "CUSTSUPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-CUST-ID
               FILE STATUS IS WS-SUPPRESSION-STATUS.
           *> The customer's communication flags - do not mail, do
           *> not email, deceased, bankrupt - shown on the display
           *> and set through option S. Every outbound run reads
           *> them through SuppressionLookup.

           SELECT NAME-FILE ASSIGN TO "CUSTLNAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNAM-CUST-ID
               FILE STATUS IS WS-NAME-STATUS.
           *> The customer's full legal name, trading name and
           *> attention-of contact - shown on the display and kept
           *> through option F. CUST-NAME stays the search key.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           05 OPER-AUTHORITY      PIC X(01).
           88 OPER-INQUIRY-LEVEL  VALUE "I".
           88 OPER-UPDATE-LEVEL   VALUE "U".
           05 OPER-BRANCH         PIC X(02).
           *> The one branch whose customers the operator may see -
           *> spaces (every line written before branches) is head
           *> office, with the whole book.

       FD  ADDRESS-FILE.
           COPY CUSTADR.
       FD  JOURNAL-FILE.
           COPY CUSTJRN.

       FD  ADDRESS-CHANGE-FILE.
           COPY CUSTACH.

       FD  BALANCE-FILE.
           COPY CUSTBAL.

       FD  NOTES-FILE.
           COPY CUSTNOT.

       FD  FINANCIAL-TRAN-FILE.
           COPY CUSTFIN.

       FD  NEXT-DAY-TRAN-FILE.
       01  NEXT-DAY-TRAN-RECORD   PIC X(43).

       FD  HOLD-QUEUE-FILE.
           COPY CUSTHLD.

       FD  SUSPENSE-FILE.
           COPY CUSTSUS.

       FD  CYCLE-FILE.
           COPY CUSTCYC.

       FD  SUPPRESSION-FILE.
           COPY CUSTSUP.

       FD  NAME-FILE.
           COPY CUSTLNM.

       FD  MENU-JOURNAL-FILE.
       01  MENU-JOURNAL-RECORD.
           05 MJR-TRAN-CODE       PIC X(01).
               10 WS-OPER-ID       PIC X(08).
               10 WS-OPER-PASSWORD PIC X(08).
               10 WS-OPER-AUTH     PIC X(01).
               10 WS-OPER-BRANCH   PIC X(02).
       01 WS-OPERATOR-COUNT       PIC 9(02) VALUE 0.
       01 WS-OPERATOR-INDEX       PIC 9(02).
       01 WS-OPER-EOF-SWITCH      PIC X(01) VALUE "N".
       01 WS-AUTHORITY            PIC X(01) VALUE "I".
       88 UPDATE-AUTHORITY        VALUE "U".
       88 INQUIRY-AUTHORITY       VALUE "I".
       01 WS-OPERATOR-BRANCH      PIC X(02) VALUE SPACES.
       88 OPERATOR-ALL-BRANCHES   VALUE SPACES.
       *> Who is sitting at the menu and what they may do - stamped
       *> on every accepted action's journal record.
       01 WS-BRANCH-ACCESS-SWITCH PIC X(01).
       88 BRANCH-ALLOWED          VALUE "Y".
       88 BRANCH-REFUSED          VALUE "N".
       01 WS-INPUT-BRANCH         PIC X(02).
       01 WS-OLD-BRANCH           PIC X(02).
       *> A branch operator reaches only customers BranchLookup puts
       *> in their branch - a refused ID is turned away before any
       *> file is read, and lookups and browse read past the rest.
       01 WS-MENU-JRNL-STATUS     PIC X(02) VALUE "00".
       01 WS-BALANCE-STATUS       PIC X(02) VALUE "00".
       01 WS-BALANCE-FILE-SWITCH  PIC X(01) VALUE "N".
       88 BALANCE-FILE-ABSENT     VALUE "N".
       01 WS-BALANCE-EDIT         PIC Z(06)9.99-.
       01 WS-DELINQ-WORD          PIC X(11).
       01 WS-FIN-STATUS           PIC X(02) VALUE "00".
       01 WS-NEXT-STATUS          PIC X(02) VALUE "00".
       01 WS-HOLD-STATUS          PIC X(02) VALUE "00".
       01 WS-SUSPENSE-STATUS      PIC X(02) VALUE "00".
       01 WS-MEMO-EOF-SWITCH      PIC X(01).
       88 MEMO-EOF                VALUE "Y".
       88 MEMO-NOT-EOF            VALUE "N".
       COPY CUSTFIN REPLACING LEADING ==FIN-== BY ==MEMO-==.
       01 WS-MEMO-BALANCE         PIC S9(09)V99.
       01 WS-MEMO-COUNT           PIC 9(04).
       01 WS-MEMO-FOREIGN         PIC 9(04).
       01 WS-MEMO-SIDE-COUNT      PIC 9(04).
       01 WS-MEMO-WHERE           PIC X(09).
       01 WS-MEMO-AMOUNT-EDIT     PIC Z(06)9.99.
       01 WS-MEMO-BALANCE-EDIT    PIC Z(08)9.99-.
       *> One transaction image at a time, whichever file it came
       *> from - CUSTFIN and CUSTFINN lines as read, CUSTHOLD and
       *> CUSTSUSP images cut back to the CUSTFIN layout they
       *> carry. Foreign-currency entries are listed but left out
       *> of the memo figure; the rate that converts them is the
       *> posting run's to choose.
       01 WS-CYCLE-STATUS         PIC X(02) VALUE "00".
       01 WS-CYCLE-FOUND-SWITCH   PIC X(01).
       88 CYCLE-FOUND             VALUE "Y".
       88 CYCLE-NOT-FOUND         VALUE "N".
       01 WS-INPUT-CYCLE-DAY      PIC 9(02).
       01 WS-OLD-CYCLE-DAY        PIC 9(02).
       01 WS-INPUT-DELIVERY       PIC X(01).
       88 INPUT-DELIVERY-VALID    VALUE "P", "E", "B".
       01 WS-OLD-DELIVERY         PIC X(01).
       01 WS-TODAY                PIC 9(08).
       01 WS-MONTH-START.
           05 WS-MONTH-START-CCYYMM PIC 9(06).
           05 WS-MONTH-START-DD   PIC 9(02).
       01 WS-MONTH-START-NUMBER REDEFINES WS-MONTH-START PIC 9(08).
       01 WS-DATE-INTEGER         PIC 9(08).
       *> A day set here for a customer with no cycle yet starts
       *> the statement period at the end of last month, the same
       *> as the statement run's own assignment.
       01 WS-SUPPRESSION-STATUS   PIC X(02) VALUE "00".
       01 WS-SUPPRESSION-FOUND-SWITCH PIC X(01).
       88 SUPPRESSION-FOUND       VALUE "Y".
       88 SUPPRESSION-NOT-FOUND   VALUE "N".
       01 WS-OLD-SUPPRESSION.
           05 WS-OLD-NO-MAIL      PIC X(01).
           05 WS-OLD-NO-EMAIL     PIC X(01).
           05 WS-OLD-DECEASED     PIC X(01).
           05 WS-OLD-BANKRUPT     PIC X(01).
           05 WS-OLD-BANKRUPT-DATE PIC 9(08).
       01 WS-NEW-SUPPRESSION      PIC X(12).
       01 WS-FLAG-PROMPT          PIC X(12).
       01 WS-FLAG-VALUE           PIC X(01).
       01 WS-INPUT-FLAG           PIC X(01).
       01 WS-FLAG-WORD            PIC X(07).
       01 WS-FILING-DATE-IN       PIC 9(06).
       *> The flags as they stood before option S, so only what
       *> really changed is stored and noted. A flag reads Y or N;
       *> bankruptcy carries its filing date, asked as YYMMDD and
       *> windowed like a transaction date.
       01 WS-NAME-STATUS          PIC X(02) VALUE "00".
       01 WS-NAME-FOUND-SWITCH    PIC X(01).
       88 FULL-NAME-FOUND         VALUE "Y".
       88 FULL-NAME-NOT-FOUND     VALUE "N".
       01 WS-OLD-FULL-NAME        PIC X(130).
       01 WS-NAME-PROMPT          PIC X(14).
       01 WS-NAME-VALUE           PIC X(60).
       01 WS-INPUT-FULL-NAME      PIC X(60).
       *> The three names as they stood before option F, so an
       *> unchanged row is not rewritten. Enter keeps a name as it
       *> is; a lone "-" clears it.
       01 WS-NOTES-STATUS         PIC X(02) VALUE "00".
       01 WS-ADDR-CHANGE-STATUS   PIC X(02) VALUE "00".
       01 WS-OLD-ADDRESS-IMAGE    PIC X(145).
       01 WS-NOTES-EOF-SWITCH     PIC X(01).
       88 NOTES-EOF               VALUE "Y".
       88 NOTES-NOT-EOF           VALUE "N".
       88 MENU-ADDR-REMOVE        VALUE "9".
       88 MENU-ADD-NOTE           VALUE "N", "n".
       88 MENU-BROWSE-NOTES       VALUE "H", "h".
       88 MENU-BILLING-CYCLE      VALUE "B", "b".
       88 MENU-BRANCH-TRANSFER    VALUE "T", "t".
       88 MENU-SUPPRESSION        VALUE "S", "s".
       88 MENU-FULL-NAME          VALUE "F", "f".
       *> The digits ran out - notes ride on letters. "N" adds a
       *> note, "H" shows the customer's whole history, "B" shows
       *> or changes the billing cycle, "T" moves a customer to
       *> another branch (head office only), "S" shows or sets the
       *> communication suppression flags, "F" shows or sets the
       *> full legal name.

       01 WS-INPUT-ID             PIC 9(10).
       01 WS-INPUT-NAME           PIC X(10).

       COPY VALDLNK.

       COPY CYCLNK.

       COPY BRNLNK.

       COPY ALERTLNK.

       COPY CHNLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Customer Maintenance Menu ===".
                               TO WS-OPER-PASSWORD(WS-OPERATOR-COUNT)
                           MOVE OPER-AUTHORITY
                               TO WS-OPER-AUTH(WS-OPERATOR-COUNT)
                           MOVE OPER-BRANCH
                               TO WS-OPER-BRANCH(WS-OPERATOR-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
               SET SIGNED-ON TO TRUE
               MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
               MOVE WS-OPER-AUTH(WS-OPERATOR-INDEX) TO WS-AUTHORITY
               MOVE WS-OPER-BRANCH(WS-OPERATOR-INDEX)
                   TO WS-OPERATOR-BRANCH
               DISPLAY "Signed on as " WS-OPERATOR-ID
                   " (authority " WS-AUTHORITY ")"
               IF NOT OPERATOR-ALL-BRANCHES
                   DISPLAY "Customers of branch " WS-OPERATOR-BRANCH
                       " only"
               END-IF
           END-IF.

       CHECK-UPDATE-AUTHORITY.
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

       CHECK-BRANCH-ACCESS.
           MOVE WS-INPUT-ID TO BRNL-CUST-ID.
           PERFORM FIND-CUSTOMER-BRANCH.
           IF BRANCH-REFUSED
               DISPLAY "Not authorized - customer " WS-INPUT-ID
                   " belongs to branch " BRNL-BRANCH-CODE
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

       FIND-CUSTOMER-BRANCH.
           IF OPERATOR-ALL-BRANCHES
               SET BRANCH-ALLOWED TO TRUE
           ELSE
               SET BRNL-LOOKUP TO TRUE
               CALL "BranchLookup" USING BRNL-CALL-AREA
               IF BRNL-BRANCH-CODE = WS-OPERATOR-BRANCH
                   SET BRANCH-ALLOWED TO TRUE
               ELSE
                   SET BRANCH-REFUSED TO TRUE
               END-IF
           END-IF.
           *> Expects BRNL-CUST-ID set. A head office operator never
           *> pays for the call.

       ACQUIRE-MASTER-LOCK.
           SET LOCK-ACQUIRED TO TRUE.
           OPEN INPUT LOCK-FILE.
               CLOSE ADDRESS-FILE
               OPEN I-O ADDRESS-FILE
           END-IF.
           SET CHN-TAKE-TAIL TO TRUE.
           MOVE "CUSTJRNL" TO CHN-LOG-NAME.
           CALL "LogChain" USING CHAIN-CALL-AREA.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           *> No CUSTBALF yet means no account carries money - the
           *> display simply shows no standing line.
           OPEN I-O CYCLE-FILE.
           IF WS-CYCLE-STATUS = "35"
               OPEN OUTPUT CYCLE-FILE
               CLOSE CYCLE-FILE
               OPEN I-O CYCLE-FILE
           END-IF.
           OPEN I-O SUPPRESSION-FILE.
           IF WS-SUPPRESSION-STATUS = "35"
               OPEN OUTPUT SUPPRESSION-FILE
               CLOSE SUPPRESSION-FILE
               OPEN I-O SUPPRESSION-FILE
           END-IF.
           OPEN I-O NAME-FILE.
           IF WS-NAME-STATUS = "35"
               OPEN OUTPUT NAME-FILE
               CLOSE NAME-FILE
               OPEN I-O NAME-FILE
           END-IF.

       SHOW-MENU.
           PERFORM REFRESH-LOCK-HEARTBEAT.
           END-IF.
           DISPLAY "N - Add note".
           DISPLAY "H - Browse notes".
           DISPLAY "B - Billing cycle and statement delivery".
           DISPLAY "S - Communication suppression flags".
           DISPLAY "F - Full legal name, trading name and contact".
           IF UPDATE-AUTHORITY AND OPERATOR-ALL-BRANCHES
               DISPLAY "T - Transfer customer to another branch"
           END-IF.
           DISPLAY "0 - Exit".
           DISPLAY "Select an option: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.
                   PERFORM MENU-ADD-ONE-NOTE
               WHEN MENU-BROWSE-NOTES
                   PERFORM MENU-BROWSE-CUSTOMER-NOTES
               WHEN MENU-BILLING-CYCLE
                   PERFORM MENU-BILLING-CYCLE-DAY
               WHEN MENU-SUPPRESSION
                   PERFORM MENU-SUPPRESSION-FLAGS
               WHEN MENU-FULL-NAME
                   PERFORM MENU-FULL-LEGAL-NAME
               WHEN MENU-BRANCH-TRANSFER
                   PERFORM CHECK-UPDATE-AUTHORITY
                   IF UPDATE-AUTHORITY
                       PERFORM CHECK-HEAD-OFFICE
                   END-IF
                   IF UPDATE-AUTHORITY AND OPERATOR-ALL-BRANCHES
                       PERFORM MENU-TRANSFER-BRANCH
                   END-IF
               WHEN MENU-EXIT
                   CONTINUE
               WHEN OTHER
               DISPLAY "Add rejected, category not on file "
                   WS-INPUT-CAT
               ADD 1 TO WS-REJECT-COUNT
           ELSE
           PERFORM CHOOSE-ADD-BRANCH
           IF BRANCH-REFUSED
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE WS-INPUT-NAME TO CUST-NAME
               MOVE WS-INPUT-CAT TO CUST-CAT
                       MOVE SPACES TO WS-BEFORE-IMAGE
                       MOVE "A" TO WS-JOURNAL-ACTION
                       PERFORM WRITE-CHANGE-JOURNAL
                       PERFORM STORE-ADD-BRANCH
               END-WRITE
           END-IF
           END-IF
           END-IF
           END-IF.

       CHOOSE-ADD-BRANCH.
           SET BRANCH-ALLOWED TO TRUE.
           SET BRNL-LOOKUP TO TRUE.
           MOVE WS-INPUT-ID TO BRNL-CUST-ID.
           CALL "BranchLookup" USING BRNL-CALL-AREA.
           IF BRNL-BRANCH-COUNT > 0
               DISPLAY "Branch (blank for " BRNL-BRANCH-CODE
                   "): " WITH NO ADVANCING
               ACCEPT WS-INPUT-BRANCH
               IF WS-INPUT-BRANCH = SPACES
                   IF BRNL-UNASSIGNED AND NOT OPERATOR-ALL-BRANCHES
                       MOVE WS-OPERATOR-BRANCH TO WS-INPUT-BRANCH
                   ELSE
                       MOVE BRNL-BRANCH-CODE TO WS-INPUT-BRANCH
                   END-IF
               END-IF
               PERFORM CHECK-ADD-BRANCH
           END-IF.
           *> Blank takes the branch the ID's range gives it, or the
           *> operator's own for an ID outside every range. A single
           *> book is never asked.

       CHECK-ADD-BRANCH.
           SET BRNL-VALIDATE TO TRUE.
           MOVE WS-INPUT-BRANCH TO BRNL-BRANCH-CODE.
           CALL "BranchLookup" USING BRNL-CALL-AREA.
           IF BRNL-FAILED
               DISPLAY "Add rejected, branch not on file "
                   WS-INPUT-BRANCH
               SET BRANCH-REFUSED TO TRUE
           ELSE
           IF NOT OPERATOR-ALL-BRANCHES
               AND WS-INPUT-BRANCH NOT = WS-OPERATOR-BRANCH
               DISPLAY "Add rejected, branch " WS-OPERATOR-BRANCH
                   " may only add its own customers"
               SET BRANCH-REFUSED TO TRUE
           END-IF
           END-IF.

       STORE-ADD-BRANCH.
           IF BRNL-BRANCH-COUNT > 0
               SET BRNL-SET-BRANCH TO TRUE
               MOVE WS-INPUT-ID TO BRNL-CUST-ID
               MOVE WS-INPUT-BRANCH TO BRNL-BRANCH-CODE
               MOVE WS-OPERATOR-ID TO BRNL-SET-BY
               CALL "BranchLookup" USING BRNL-CALL-AREA
               IF BRNL-OK
                   MOVE SPACES TO WS-INPUT-NOTE-TEXT
                   STRING "ADDED TO BRANCH " WS-INPUT-BRANCH
                       DELIMITED BY SIZE INTO WS-INPUT-NOTE-TEXT
                   PERFORM APPEND-ONE-NOTE
               ELSE
                   DISPLAY "Branch not recorded - the ID range"
                       " places the customer until it is"
               END-IF
           END-IF.

       MENU-CHANGE-CUSTOMER.
           PERFORM PROMPT-FOR-ID.
           PERFORM CHECK-BRANCH-ACCESS.
           IF BRANCH-ALLOWED
               PERFORM CHANGE-CUSTOMER-BY-ID
           END-IF.

       CHANGE-CUSTOMER-BY-ID.
           MOVE WS-INPUT-ID TO CUST-ID.

       MENU-DELETE-CUSTOMER.
           PERFORM PROMPT-FOR-ID.
           PERFORM CHECK-BRANCH-ACCESS.
           IF BRANCH-ALLOWED
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY "Delete rejected, ID not on file "
                           WS-INPUT-ID
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       PERFORM MENU-FLIP-INACTIVE
               END-READ
           END-IF.

       MENU-FLIP-INACTIVE.
           IF CUST-INACTIVE

       MENU-DISPLAY-CUSTOMER.
           PERFORM PROMPT-FOR-ID.
           PERFORM CHECK-BRANCH-ACCESS.
           IF BRANCH-ALLOWED
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY "No customer on file for ID " WS-INPUT-ID
                   NOT INVALID KEY
                       DISPLAY "Name: " CUST-NAME " Category: " CUST-CAT
                           " Status: " CUST-STATUS
                       PERFORM SHOW-FULL-NAME
                       PERFORM SHOW-CUSTOMER-BRANCH
                       PERFORM SHOW-SUPPRESSION-FLAGS
                       PERFORM SHOW-ACCOUNT-STANDING
                       PERFORM SHOW-LATEST-NOTE
               END-READ
           END-IF.

       SHOW-CUSTOMER-BRANCH.
           SET BRNL-LOOKUP TO TRUE.
           MOVE WS-INPUT-ID TO BRNL-CUST-ID.
           CALL "BranchLookup" USING BRNL-CALL-AREA.
           IF BRNL-BRANCH-COUNT > 0
               DISPLAY "Branch: " BRNL-BRANCH-CODE " "
                   BRNL-BRANCH-NAME
           END-IF.
           *> A single book has no branch worth a line.

       SHOW-ACCOUNT-STANDING.
           MOVE 0 TO WS-MEMO-BALANCE.
           IF BALANCE-FILE-OPEN
               MOVE WS-INPUT-ID TO BAL-CUST-ID
               READ BALANCE-FILE
                       CONTINUE
                   NOT INVALID KEY
                       MOVE BAL-CURRENT TO WS-BALANCE-EDIT
                       MOVE BAL-CURRENT TO WS-MEMO-BALANCE
                       PERFORM NAME-DELINQ-STANDING
                       DISPLAY "Balance: " WS-BALANCE-EDIT
                           " Standing: " WS-DELINQ-WORD
                           " (as of last posting)"
               END-READ
           END-IF.
           PERFORM SHOW-MEMO-POSITION.
           PERFORM SHOW-HELD-AND-SUSPENDED.
           PERFORM SHOW-BILLING-CYCLE.
           *> The same ladder collections works from - a customer
           *> 90 days past due no longer looks identical to a
           *> current one on this screen.

       SHOW-MEMO-POSITION.
           MOVE 0 TO WS-MEMO-COUNT.
           MOVE 0 TO WS-MEMO-FOREIGN.
           MOVE "TODAY" TO WS-MEMO-WHERE.
           SET MEMO-NOT-EOF TO TRUE.
           OPEN INPUT FINANCIAL-TRAN-FILE.
           IF WS-FIN-STATUS = "00"
               PERFORM SCAN-ONE-TODAYS-ENTRY UNTIL MEMO-EOF
               CLOSE FINANCIAL-TRAN-FILE
           END-IF.
           MOVE "NEXT DAY" TO WS-MEMO-WHERE.
           SET MEMO-NOT-EOF TO TRUE.
           OPEN INPUT NEXT-DAY-TRAN-FILE.
           IF WS-NEXT-STATUS = "00"
               PERFORM SCAN-ONE-NEXT-DAY-ENTRY UNTIL MEMO-EOF
               CLOSE NEXT-DAY-TRAN-FILE
           END-IF.
           MOVE WS-MEMO-BALANCE TO WS-MEMO-BALANCE-EDIT.
           DISPLAY "Available (memo): " WS-MEMO-BALANCE-EDIT
               " after " WS-MEMO-COUNT " unposted entry(ies)".
           IF WS-MEMO-FOREIGN > 0
               DISPLAY "  " WS-MEMO-FOREIGN
                   " foreign-currency entry(ies) not in the memo"
           END-IF.
           *> Memo only - nothing here is written anywhere. The
           *> official balance moves when tonight's posting runs.

       SCAN-ONE-TODAYS-ENTRY.
           READ FINANCIAL-TRAN-FILE INTO MEMO-TRAN-RECORD
               AT END
                   SET MEMO-EOF TO TRUE
               NOT AT END
                   PERFORM APPLY-MEMO-ENTRY
           END-READ.

       SCAN-ONE-NEXT-DAY-ENTRY.
           READ NEXT-DAY-TRAN-FILE INTO MEMO-TRAN-RECORD
               AT END
                   SET MEMO-EOF TO TRUE
               NOT AT END
                   PERFORM APPLY-MEMO-ENTRY
           END-READ.

       APPLY-MEMO-ENTRY.
           IF MEMO-CUST-ID IS NUMERIC
               AND MEMO-CUST-ID = WS-INPUT-ID
               PERFORM SHOW-MEMO-ENTRY
               IF MEMO-CURRENCY = SPACES OR MEMO-CURRENCY = "USD"
                   OR MEMO-CURRENCY = LOW-VALUES
                   ADD 1 TO WS-MEMO-COUNT
                   IF MEMO-DEBIT
                       ADD MEMO-AMOUNT TO WS-MEMO-BALANCE
                   ELSE
                       SUBTRACT MEMO-AMOUNT FROM WS-MEMO-BALANCE
                   END-IF
               ELSE
                   ADD 1 TO WS-MEMO-FOREIGN
               END-IF
           END-IF.

       SHOW-MEMO-ENTRY.
           MOVE MEMO-AMOUNT TO WS-MEMO-AMOUNT-EDIT.
           DISPLAY "  Unposted " WS-MEMO-WHERE " " MEMO-DC-CODE
               " " WS-MEMO-AMOUNT-EDIT " " MEMO-CURRENCY
               " " MEMO-REFERENCE " " MEMO-TRAN-TYPE.

       SHOW-HELD-AND-SUSPENDED.
           MOVE 0 TO WS-MEMO-SIDE-COUNT.
           MOVE "HELD" TO WS-MEMO-WHERE.
           SET MEMO-NOT-EOF TO TRUE.
           OPEN INPUT HOLD-QUEUE-FILE.
           IF WS-HOLD-STATUS = "00"
               PERFORM SCAN-ONE-HELD-ITEM UNTIL MEMO-EOF
               CLOSE HOLD-QUEUE-FILE
           END-IF.
           MOVE "SUSPENDED" TO WS-MEMO-WHERE.
           SET MEMO-NOT-EOF TO TRUE.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-STATUS = "00"
               PERFORM SCAN-ONE-SUSPENDED-ITEM UNTIL MEMO-EOF
               CLOSE SUSPENSE-FILE
           END-IF.
           IF WS-MEMO-SIDE-COUNT = 0
               DISPLAY "Nothing held or in suspense"
           END-IF.
           *> Listed, never netted into the memo - a held debit may
           *> yet be released or refused, and suspense is not this
           *> account's money until someone moves it.

       SCAN-ONE-HELD-ITEM.
           READ HOLD-QUEUE-FILE
               AT END
                   SET MEMO-EOF TO TRUE
               NOT AT END
                   MOVE HOLD-FIN-IMAGE(1:43) TO MEMO-TRAN-RECORD
                   PERFORM SHOW-SIDE-ITEM
           END-READ.

       SCAN-ONE-SUSPENDED-ITEM.
           READ SUSPENSE-FILE
               AT END
                   SET MEMO-EOF TO TRUE
               NOT AT END
                   MOVE SUSP-FIN-IMAGE(1:43) TO MEMO-TRAN-RECORD
                   PERFORM SHOW-SIDE-ITEM
           END-READ.

       SHOW-SIDE-ITEM.
           IF MEMO-CUST-ID IS NUMERIC
               AND MEMO-CUST-ID = WS-INPUT-ID
               ADD 1 TO WS-MEMO-SIDE-COUNT
               MOVE MEMO-AMOUNT TO WS-MEMO-AMOUNT-EDIT
               DISPLAY "  " WS-MEMO-WHERE " " MEMO-DC-CODE
                   " " WS-MEMO-AMOUNT-EDIT " " MEMO-CURRENCY
                   " " MEMO-REFERENCE " " MEMO-TRAN-TYPE
           END-IF.

       NAME-DELINQ-STANDING.
           EVALUATE TRUE
               WHEN DELINQ-LATE
       SHOW-ONE-NAME-MATCH.
           IF CUST-NAME(1:WS-LOOKUP-PREFIX-LEN)
               = WS-INPUT-NAME(1:WS-LOOKUP-PREFIX-LEN)
               MOVE CUST-ID TO BRNL-CUST-ID
               PERFORM FIND-CUSTOMER-BRANCH
               IF BRANCH-ALLOWED
                   DISPLAY "ID " CUST-ID " Name " CUST-NAME
                       " Category " CUST-CAT
                   ADD 1 TO WS-LOOKUP-MATCH-COUNT
               END-IF
               PERFORM READ-NEXT-BY-NAME
           ELSE
               SET LOOKUP-DONE TO TRUE
           END-IF.
           *> The alternate key walks names in order, so the first
           *> name that no longer starts with what was typed ends the
           *> listing - no need to read the rest of the file. Another
           *> branch's customer is read past without a line.

       READ-NEXT-BY-NAME.
           READ CUSTOMER-FILE NEXT RECORD
                   SET BROWSE-EOF TO TRUE
               NOT AT END
                   MOVE CUST-CAT TO WS-CAT-DISPLAY
                   MOVE CUST-ID TO BRNL-CUST-ID
                   PERFORM FIND-CUSTOMER-BRANCH
                   IF (WS-BROWSE-CAT = "00" OR WS-BROWSE-CAT = SPACES
                       OR WS-BROWSE-CAT = WS-CAT-DISPLAY)
                       AND BRANCH-ALLOWED
                       ADD 1 TO WS-PAGE-COUNT
                       MOVE CUST-ID TO WS-PAGE-ID(WS-PAGE-COUNT)
                       DISPLAY WS-PAGE-COUNT ") ID " CUST-ID
                           " St " CUST-STATUS
                   END-IF
           END-READ.
           *> Records outside the category filter, or in a branch the
           *> operator may not see, are read past, not shown - the
           *> page always holds up to 10 that matter.

       ASK-BROWSE-ACTION.
           DISPLAY "N=next page, row number=change that customer,"
           *> change logic option 2 uses - the operator never retypes
           *> the number they are looking at.

       SHOW-BILLING-CYCLE.
           PERFORM READ-CYCLE-ROW.
           IF CYCLE-FOUND
               SET CYCL-NEXT-DATE TO TRUE
               ACCEPT CYCL-DATE-IN FROM DATE YYYYMMDD
               MOVE CYC-DAY TO CYCL-DAY
               CALL "BillingCycle" USING CYCL-CALL-AREA
               DISPLAY "Billing cycle day " CYC-DAY
                   " Last statement " CYC-LAST-STMT-DATE
                   " Next " CYCL-DATE-OUT
               EVALUATE TRUE
                   WHEN CYC-DELIVER-EMAIL
                       DISPLAY "Statements by email"
                   WHEN CYC-DELIVER-BOTH
                       DISPLAY "Statements by email and on paper"
                   WHEN OTHER
                       DISPLAY "Statements on paper"
               END-EVALUATE
           ELSE
               DISPLAY "Billing cycle not yet assigned"
           END-IF.

       READ-CYCLE-ROW.
           SET CYCLE-NOT-FOUND TO TRUE.
           MOVE WS-INPUT-ID TO CYC-CUST-ID.
           READ CYCLE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET CYCLE-FOUND TO TRUE
           END-READ.

       CHECK-HEAD-OFFICE.
           IF NOT OPERATOR-ALL-BRANCHES
               DISPLAY "Not authorized - head office moves customers"
                   " between branches"
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

       MENU-TRANSFER-BRANCH.
           PERFORM PROMPT-FOR-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "Transfer rejected, ID not on file "
                       WS-INPUT-ID
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   PERFORM ASK-TRANSFER-BRANCH
           END-READ.

       ASK-TRANSFER-BRANCH.
           SET BRNL-LOOKUP TO TRUE.
           MOVE WS-INPUT-ID TO BRNL-CUST-ID.
           CALL "BranchLookup" USING BRNL-CALL-AREA.
           MOVE BRNL-BRANCH-CODE TO WS-OLD-BRANCH.
           IF BRNL-BRANCH-COUNT = 0
               DISPLAY "No branches on file - nothing to move"
           ELSE
               DISPLAY "Now in branch " WS-OLD-BRANCH " "
                   BRNL-BRANCH-NAME
               DISPLAY "Move to branch (blank to leave): "
                   WITH NO ADVANCING
               ACCEPT WS-INPUT-BRANCH
               EVALUATE TRUE
                   WHEN WS-INPUT-BRANCH = SPACES
                       DISPLAY "Branch left as it was"
                   WHEN WS-INPUT-BRANCH = WS-OLD-BRANCH
                       DISPLAY "Already in branch " WS-OLD-BRANCH
                   WHEN OTHER
                       PERFORM STORE-TRANSFER-BRANCH
               END-EVALUATE
           END-IF.

       STORE-TRANSFER-BRANCH.
           SET BRNL-SET-BRANCH TO TRUE.
           MOVE WS-INPUT-ID TO BRNL-CUST-ID.
           MOVE WS-INPUT-BRANCH TO BRNL-BRANCH-CODE.
           MOVE WS-OPERATOR-ID TO BRNL-SET-BY.
           CALL "BranchLookup" USING BRNL-CALL-AREA.
           IF BRNL-OK
               DISPLAY "Customer moved to branch " WS-INPUT-BRANCH
               MOVE SPACES TO WS-INPUT-NOTE-TEXT
               STRING "BRANCH " WS-OLD-BRANCH
                   " CHANGED TO " WS-INPUT-BRANCH
                   DELIMITED BY SIZE INTO WS-INPUT-NOTE-TEXT
               PERFORM APPEND-ONE-NOTE
           ELSE
               DISPLAY "Transfer rejected, branch not on file "
                   WS-INPUT-BRANCH
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
           *> Balance, history and notes stay on the CUST-ID - from
           *> tonight the reports and the ledger carry the account
           *> under its new branch.

       MENU-BILLING-CYCLE-DAY.
           PERFORM PROMPT-FOR-ID.
           PERFORM CHECK-BRANCH-ACCESS.
           IF BRANCH-ALLOWED
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY "No customer on file for ID " WS-INPUT-ID
                   NOT INVALID KEY
                       PERFORM SHOW-BILLING-CYCLE
                       IF UPDATE-AUTHORITY
                           PERFORM CHANGE-BILLING-CYCLE
                           PERFORM CHANGE-STATEMENT-DELIVERY
                       END-IF
               END-READ
           END-IF.

       CHANGE-BILLING-CYCLE.
           DISPLAY "New cycle day (01-28, 00 to leave): "
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-CYCLE-DAY.
           EVALUATE TRUE
               WHEN WS-INPUT-CYCLE-DAY = 0
                   DISPLAY "Cycle day left as it was"
               WHEN WS-INPUT-CYCLE-DAY > 28
                   DISPLAY "Cycle day must be 01 to 28"
                   ADD 1 TO WS-REJECT-COUNT
               WHEN CYCLE-FOUND
                   AND WS-INPUT-CYCLE-DAY = CYC-DAY
                   DISPLAY "Already on cycle day " CYC-DAY
               WHEN OTHER
                   PERFORM STORE-BILLING-CYCLE
           END-EVALUATE.
           *> Moving a customer's day never loses activity - the
           *> next statement simply runs from the last one to the
           *> new day, however long or short that period is.

       STORE-BILLING-CYCLE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           IF CYCLE-FOUND
               MOVE CYC-DAY TO WS-OLD-CYCLE-DAY
           ELSE
               MOVE 0 TO WS-OLD-CYCLE-DAY
               MOVE WS-INPUT-ID TO CYC-CUST-ID
               MOVE WS-TODAY TO WS-MONTH-START-NUMBER
               MOVE 1 TO WS-MONTH-START-DD
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-START-NUMBER) - 1
               COMPUTE CYC-LAST-STMT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               MOVE 0 TO CYC-PREV-STMT-DATE
               MOVE 0 TO CYC-LAST-CHARGE-DATE
           END-IF.
           MOVE WS-INPUT-CYCLE-DAY TO CYC-DAY.
           MOVE WS-TODAY TO CYC-ASSIGNED-DATE.
           MOVE WS-OPERATOR-ID TO CYC-ASSIGNED-BY.
           IF CYCLE-NOT-FOUND
               SET CYC-DELIVER-PAPER TO TRUE
           END-IF.
           IF CYCLE-FOUND
               REWRITE BILLING-CYCLE-RECORD
           ELSE
               WRITE BILLING-CYCLE-RECORD
           END-IF.
           IF WS-CYCLE-STATUS = "00"
               DISPLAY "Billing cycle day set to " CYC-DAY
               MOVE SPACES TO WS-INPUT-NOTE-TEXT
               STRING "BILLING CYCLE DAY " WS-OLD-CYCLE-DAY
                   " CHANGED TO " CYC-DAY
                   DELIMITED BY SIZE INTO WS-INPUT-NOTE-TEXT
               PERFORM APPEND-ONE-NOTE
           ELSE
               DISPLAY "Billing cycle not stored - status "
                   WS-CYCLE-STATUS
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

       CHANGE-STATEMENT-DELIVERY.
           PERFORM READ-CYCLE-ROW.
           IF CYCLE-NOT-FOUND
               DISPLAY "Delivery can be set once a cycle day is"
                   " assigned"
           ELSE
               DISPLAY "Delivery (P paper, E email, B both,"
                   " blank to leave): " WITH NO ADVANCING
               ACCEPT WS-INPUT-DELIVERY
               MOVE FUNCTION UPPER-CASE(WS-INPUT-DELIVERY)
                   TO WS-INPUT-DELIVERY
               EVALUATE TRUE
                   WHEN WS-INPUT-DELIVERY = SPACE
                       DISPLAY "Delivery left as it was"
                   WHEN NOT INPUT-DELIVERY-VALID
                       DISPLAY "Delivery must be P, E, or B"
                       ADD 1 TO WS-REJECT-COUNT
                   WHEN WS-INPUT-DELIVERY = CYC-DELIVERY
                       DISPLAY "Delivery already " CYC-DELIVERY
                   WHEN WS-INPUT-DELIVERY = "P"
                       AND CYC-DELIVER-PAPER
                       DISPLAY "Delivery already P"
                   WHEN OTHER
                       PERFORM STORE-STATEMENT-DELIVERY
               END-EVALUATE
           END-IF.
           *> A customer added today has no cycle row until tonight's
           *> statement run gives one - setting a day above makes
           *> the row at once.

       STORE-STATEMENT-DELIVERY.
           IF CYC-DELIVER-PAPER
               MOVE "P" TO WS-OLD-DELIVERY
           ELSE
               MOVE CYC-DELIVERY TO WS-OLD-DELIVERY
           END-IF.
           MOVE WS-INPUT-DELIVERY TO CYC-DELIVERY.
           REWRITE BILLING-CYCLE-RECORD.
           IF WS-CYCLE-STATUS = "00"
               DISPLAY "Statement delivery set to " CYC-DELIVERY
               MOVE SPACES TO WS-INPUT-NOTE-TEXT
               STRING "STATEMENT DELIVERY " WS-OLD-DELIVERY
                   " CHANGED TO " CYC-DELIVERY
                   DELIMITED BY SIZE INTO WS-INPUT-NOTE-TEXT
               PERFORM APPEND-ONE-NOTE
               IF NOT CYC-DELIVER-PAPER
                   PERFORM WARN-IF-NO-EMAIL
               END-IF
           ELSE
               DISPLAY "Statement delivery not stored - status "
                   WS-CYCLE-STATUS
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

       WARN-IF-NO-EMAIL.
           MOVE WS-INPUT-ID TO ADDR-CUST-ID.
           READ ADDRESS-FILE
               INVALID KEY
                   MOVE SPACES TO ADDR-EMAIL
           END-READ.
           IF ADDR-EMAIL = SPACES
               DISPLAY "No email address on file - statements"
                   " print on paper until one is added"
           ELSE
               DISPLAY "Statements will go to " ADDR-EMAIL
           END-IF.
           *> The statement run makes the final check and lists a
           *> malformed address; this only catches the plain miss
           *> while the customer is still on the phone.

       MENU-SUPPRESSION-FLAGS.
           PERFORM PROMPT-FOR-ID.
           PERFORM CHECK-BRANCH-ACCESS.
           IF BRANCH-ALLOWED
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY "No customer on file for ID " WS-INPUT-ID
                   NOT INVALID KEY
                       PERFORM SHOW-SUPPRESSION-FLAGS
                       IF SUPPRESSION-NOT-FOUND
                           DISPLAY "No communication restrictions"
                               " on file"
                       END-IF
                       IF UPDATE-AUTHORITY
                           PERFORM CHANGE-SUPPRESSION-FLAGS
                       END-IF
               END-READ
           END-IF.

       SHOW-SUPPRESSION-FLAGS.
           PERFORM READ-SUPPRESSION-ROW.
           IF SUPPRESSION-FOUND
               DISPLAY "Do not mail: " SUP-NO-MAIL
                   " Do not email: " SUP-NO-EMAIL
                   " Deceased: " SUP-DECEASED
                   " Bankrupt: " SUP-BANKRUPT
               IF SUP-IN-BANKRUPTCY
                   DISPLAY "Bankruptcy filed " SUP-BANKRUPT-DATE
                       " - no finance charges, ladder frozen"
               END-IF
           END-IF.

       READ-SUPPRESSION-ROW.
           SET SUPPRESSION-NOT-FOUND TO TRUE.
           MOVE WS-INPUT-ID TO SUP-CUST-ID.
           READ SUPPRESSION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET SUPPRESSION-FOUND TO TRUE
           END-READ.

       CHANGE-SUPPRESSION-FLAGS.
           IF SUPPRESSION-NOT-FOUND
               MOVE WS-INPUT-ID TO SUP-CUST-ID
               MOVE "N" TO SUP-NO-MAIL
               MOVE "N" TO SUP-NO-EMAIL
               MOVE "N" TO SUP-DECEASED
               MOVE "N" TO SUP-BANKRUPT
               MOVE 0 TO SUP-BANKRUPT-DATE
           END-IF.
           MOVE SUP-NO-MAIL TO WS-OLD-NO-MAIL.
           MOVE SUP-NO-EMAIL TO WS-OLD-NO-EMAIL.
           MOVE SUP-DECEASED TO WS-OLD-DECEASED.
           MOVE SUP-BANKRUPT TO WS-OLD-BANKRUPT.
           MOVE SUP-BANKRUPT-DATE TO WS-OLD-BANKRUPT-DATE.
           MOVE "Do not mail" TO WS-FLAG-PROMPT.
           MOVE SUP-NO-MAIL TO WS-FLAG-VALUE.
           PERFORM ASK-SUPPRESSION-FLAG.
           MOVE WS-FLAG-VALUE TO SUP-NO-MAIL.
           MOVE "Do not email" TO WS-FLAG-PROMPT.
           MOVE SUP-NO-EMAIL TO WS-FLAG-VALUE.
           PERFORM ASK-SUPPRESSION-FLAG.
           MOVE WS-FLAG-VALUE TO SUP-NO-EMAIL.
           MOVE "Deceased" TO WS-FLAG-PROMPT.
           MOVE SUP-DECEASED TO WS-FLAG-VALUE.
           PERFORM ASK-SUPPRESSION-FLAG.
           MOVE WS-FLAG-VALUE TO SUP-DECEASED.
           MOVE "Bankrupt" TO WS-FLAG-PROMPT.
           MOVE SUP-BANKRUPT TO WS-FLAG-VALUE.
           PERFORM ASK-SUPPRESSION-FLAG.
           MOVE WS-FLAG-VALUE TO SUP-BANKRUPT.
           IF SUP-IN-BANKRUPTCY AND WS-OLD-BANKRUPT NOT = "Y"
               PERFORM ASK-FILING-DATE
           END-IF.
           IF NOT SUP-IN-BANKRUPTCY
               MOVE 0 TO SUP-BANKRUPT-DATE
           END-IF.
           MOVE CUSTOMER-SUPPRESSION-RECORD(11:12)
               TO WS-NEW-SUPPRESSION.
           IF WS-NEW-SUPPRESSION = WS-OLD-SUPPRESSION
               DISPLAY "Flags left as they were"
           ELSE
               PERFORM STORE-SUPPRESSION-FLAGS
           END-IF.
           *> The four flags and the filing date sit together just
           *> past the ID, so one compare tells whether anything
           *> was changed at all.

       ASK-SUPPRESSION-FLAG.
           DISPLAY WS-FLAG-PROMPT " (Y/N, blank to leave): "
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-FLAG.
           MOVE FUNCTION UPPER-CASE(WS-INPUT-FLAG) TO WS-INPUT-FLAG.
           EVALUATE WS-INPUT-FLAG
               WHEN SPACE
                   CONTINUE
               WHEN "Y"
               WHEN "N"
                   MOVE WS-INPUT-FLAG TO WS-FLAG-VALUE
               WHEN OTHER
                   DISPLAY "Answer Y or N - " WS-FLAG-PROMPT
                       " left as it was"
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

       ASK-FILING-DATE.
           DISPLAY "Bankruptcy filing date (YYMMDD): "
               WITH NO ADVANCING.
           ACCEPT WS-FILING-DATE-IN.
           SET VALD-DATE TO TRUE.
           MOVE WS-FILING-DATE-IN TO VALD-DATE-YYMMDD.
           CALL "CustomerValidation" USING VALD-CALL-AREA.
           IF VALD-PASSED
               MOVE VALD-DATE-CCYYMMDD TO SUP-BANKRUPT-DATE
           ELSE
               DISPLAY "Filing date not valid - bankruptcy not set"
               MOVE WS-OLD-BANKRUPT TO SUP-BANKRUPT
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
           *> No bankruptcy is carried without the date it was filed.

       STORE-SUPPRESSION-FLAGS.
           ACCEPT SUP-SET-DATE FROM DATE YYYYMMDD.
           MOVE WS-OPERATOR-ID TO SUP-SET-BY.
           IF SUPPRESSION-FOUND
               REWRITE CUSTOMER-SUPPRESSION-RECORD
           ELSE
               WRITE CUSTOMER-SUPPRESSION-RECORD
           END-IF.
           IF WS-SUPPRESSION-STATUS = "00"
               DISPLAY "Suppression flags stored"
               SET SUPPRESSION-FOUND TO TRUE
               PERFORM NOTE-SUPPRESSION-CHANGES
           ELSE
               DISPLAY "Suppression flags not stored - status "
                   WS-SUPPRESSION-STATUS
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

       NOTE-SUPPRESSION-CHANGES.
           IF SUP-NO-MAIL NOT = WS-OLD-NO-MAIL
               MOVE SUP-NO-MAIL TO WS-FLAG-VALUE
               MOVE "DO NOT MAIL" TO WS-FLAG-PROMPT
               PERFORM NOTE-ONE-SUPPRESSION-CHANGE
           END-IF.
           IF SUP-NO-EMAIL NOT = WS-OLD-NO-EMAIL
               MOVE SUP-NO-EMAIL TO WS-FLAG-VALUE
               MOVE "DO NOT EMAIL" TO WS-FLAG-PROMPT
               PERFORM NOTE-ONE-SUPPRESSION-CHANGE
           END-IF.
           IF SUP-DECEASED NOT = WS-OLD-DECEASED
               MOVE SUP-DECEASED TO WS-FLAG-VALUE
               MOVE "DECEASED" TO WS-FLAG-PROMPT
               PERFORM NOTE-ONE-SUPPRESSION-CHANGE
           END-IF.
           IF SUP-BANKRUPT NOT = WS-OLD-BANKRUPT
               MOVE SUP-BANKRUPT TO WS-FLAG-VALUE
               MOVE "BANKRUPTCY" TO WS-FLAG-PROMPT
               PERFORM NOTE-ONE-SUPPRESSION-CHANGE
           END-IF.
           *> One note per flag that moved, so the contact history
           *> says why the letters stopped - or started again.

       NOTE-ONE-SUPPRESSION-CHANGE.
           IF WS-FLAG-VALUE = "Y"
               MOVE "SET" TO WS-FLAG-WORD
           ELSE
               MOVE "CLEARED" TO WS-FLAG-WORD
           END-IF.
           MOVE SPACES TO WS-INPUT-NOTE-TEXT.
           IF WS-FLAG-PROMPT = "BANKRUPTCY" AND WS-FLAG-VALUE = "Y"
               STRING "BANKRUPTCY SET - FILED " SUP-BANKRUPT-DATE
                   DELIMITED BY SIZE INTO WS-INPUT-NOTE-TEXT
           ELSE
               STRING WS-FLAG-PROMPT DELIMITED BY "  "
                   " FLAG " WS-FLAG-WORD
                   DELIMITED BY SIZE INTO WS-INPUT-NOTE-TEXT
           END-IF.
           PERFORM APPEND-ONE-NOTE.

       MENU-FULL-LEGAL-NAME.
           PERFORM PROMPT-FOR-ID.
           PERFORM CHECK-BRANCH-ACCESS.
           IF BRANCH-ALLOWED
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY "No customer on file for ID " WS-INPUT-ID
                   NOT INVALID KEY
                       PERFORM SHOW-FULL-NAME
                       IF FULL-NAME-NOT-FOUND
                           DISPLAY "No full name on file - letters go"
                               " to " CUST-NAME
                       END-IF
                       IF UPDATE-AUTHORITY
                           PERFORM CHANGE-FULL-NAME
                       END-IF
               END-READ
           END-IF.
           *> Same orphan rule as the address - no master record, no
           *> name row.

       SHOW-FULL-NAME.
           PERFORM READ-FULL-NAME-ROW.
           IF FULL-NAME-FOUND
               DISPLAY "Legal name:   " LNAM-LEGAL-NAME
               IF LNAM-TRADING-NAME NOT = SPACES
                   DISPLAY "Trading as:   " LNAM-TRADING-NAME
               END-IF
               IF LNAM-ATTENTION NOT = SPACES
                   DISPLAY "Attention of: " LNAM-ATTENTION
               END-IF
           END-IF.

       READ-FULL-NAME-ROW.
           SET FULL-NAME-NOT-FOUND TO TRUE.
           MOVE WS-INPUT-ID TO LNAM-CUST-ID.
           READ NAME-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET FULL-NAME-FOUND TO TRUE
           END-READ.

       CHANGE-FULL-NAME.
           IF FULL-NAME-NOT-FOUND
               MOVE WS-INPUT-ID TO LNAM-CUST-ID
               MOVE SPACES TO LNAM-LEGAL-NAME
               MOVE SPACES TO LNAM-TRADING-NAME
               MOVE SPACES TO LNAM-ATTENTION
           END-IF.
           MOVE CUSTOMER-NAME-RECORD(11:130) TO WS-OLD-FULL-NAME.
           MOVE "Legal name" TO WS-NAME-PROMPT.
           MOVE LNAM-LEGAL-NAME TO WS-NAME-VALUE.
           PERFORM ASK-NAME-FIELD.
           MOVE WS-NAME-VALUE TO LNAM-LEGAL-NAME.
           MOVE "Trading name" TO WS-NAME-PROMPT.
           MOVE LNAM-TRADING-NAME TO WS-NAME-VALUE.
           PERFORM ASK-NAME-FIELD.
           MOVE WS-NAME-VALUE TO LNAM-TRADING-NAME.
           MOVE "Attention of" TO WS-NAME-PROMPT.
           MOVE LNAM-ATTENTION TO WS-NAME-VALUE.
           PERFORM ASK-NAME-FIELD.
           MOVE WS-NAME-VALUE TO LNAM-ATTENTION.
           IF CUSTOMER-NAME-RECORD(11:130) = WS-OLD-FULL-NAME
               DISPLAY "Names left as they were"
           ELSE
               PERFORM STORE-FULL-NAME
           END-IF.
           *> The three names sit together just past the ID, so one
           *> compare tells whether anything was changed at all.

       ASK-NAME-FIELD.
           DISPLAY WS-NAME-PROMPT " (blank to leave, - to clear): "
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-FULL-NAME.
           EVALUATE WS-INPUT-FULL-NAME
               WHEN SPACES
                   CONTINUE
               WHEN "-"
                   MOVE SPACES TO WS-NAME-VALUE
               WHEN OTHER
                   MOVE WS-INPUT-FULL-NAME TO WS-NAME-VALUE
           END-EVALUATE.

       STORE-FULL-NAME.
           ACCEPT LNAM-SET-DATE FROM DATE YYYYMMDD.
           MOVE WS-OPERATOR-ID TO LNAM-SET-BY.
           IF FULL-NAME-FOUND
               REWRITE CUSTOMER-NAME-RECORD
           ELSE
               WRITE CUSTOMER-NAME-RECORD
           END-IF.
           IF WS-NAME-STATUS = "00"
               DISPLAY "Full name stored"
               SET FULL-NAME-FOUND TO TRUE
           ELSE
               DISPLAY "Full name not stored - status "
                   WS-NAME-STATUS
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

       MENU-DISPLAY-ADDRESS.
           PERFORM PROMPT-FOR-ID.
           PERFORM CHECK-BRANCH-ACCESS.
           IF BRANCH-ALLOWED
               MOVE WS-INPUT-ID TO ADDR-CUST-ID
               READ ADDRESS-FILE
                   INVALID KEY
                       DISPLAY "No address on file for ID " WS-INPUT-ID
                   NOT INVALID KEY
                       DISPLAY "Line 1: " ADDR-LINE-1
                       DISPLAY "Line 2: " ADDR-LINE-2
                       DISPLAY "City:   " ADDR-CITY
                       DISPLAY "Postal: " ADDR-POSTAL
                       DISPLAY "Phone:  " ADDR-PHONE
                       DISPLAY "Email:  " ADDR-EMAIL
               END-READ
           END-IF.

       MENU-UPDATE-ADDRESS.
           PERFORM PROMPT-FOR-ID.
           PERFORM CHECK-BRANCH-ACCESS.
           IF BRANCH-ALLOWED
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY "Address rejected, ID not on master "
                           WS-INPUT-ID
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       PERFORM SAVE-OLD-ADDRESS
                       PERFORM ACCEPT-ADDRESS-FIELDS
                       PERFORM APPLY-ADDRESS-FIELDS
                       PERFORM LOG-ADDRESS-CHANGE
                       DISPLAY "Address stored"
                       IF WS-OLD-ADDRESS-IMAGE NOT = SPACES
                           DISPLAY "Confirmation goes to the previous"
                               " address tonight - refunds and"
                               " payee changes are held for review"
                       END-IF
               END-READ
           END-IF.
           *> Same orphan rule as the batch path - no master record,
           *> no address row.

       SAVE-OLD-ADDRESS.
           MOVE WS-INPUT-ID TO ADDR-CUST-ID.
           READ ADDRESS-FILE
               INVALID KEY
                   MOVE SPACES TO WS-OLD-ADDRESS-IMAGE
               NOT INVALID KEY
                   MOVE CUST-ADDRESS-RECORD TO WS-OLD-ADDRESS-IMAGE
           END-READ.

       LOG-ADDRESS-CHANGE.
           OPEN EXTEND ADDRESS-CHANGE-FILE.
           IF WS-ADDR-CHANGE-STATUS NOT = "00"
               OPEN OUTPUT ADDRESS-CHANGE-FILE
           END-IF.
           MOVE WS-INPUT-ID TO ACHG-CUST-ID.
           ACCEPT ACHG-DATE FROM DATE YYYYMMDD.
           ACCEPT ACHG-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO ACHG-OPERATOR.
           MOVE WS-OLD-ADDRESS-IMAGE TO ACHG-OLD-IMAGE.
           MOVE CUST-ADDRESS-RECORD TO ACHG-NEW-IMAGE.
           WRITE ADDRESS-CHANGE-RECORD.
           CLOSE ADDRESS-CHANGE-FILE.
           *> Opened and closed per change, the way notes are, so
           *> the batch side can read the log with the menu up.

       ACCEPT-ADDRESS-FIELDS.
           MOVE WS-INPUT-ID TO ADDR-CUST-ID.
           DISPLAY "Line 1: " WITH NO ADVANCING.

       MENU-REMOVE-ADDRESS.
           PERFORM PROMPT-FOR-ID.
           PERFORM CHECK-BRANCH-ACCESS.
           IF BRANCH-ALLOWED
               MOVE WS-INPUT-ID TO ADDR-CUST-ID
               DELETE ADDRESS-FILE RECORD
                   INVALID KEY
                       DISPLAY "No address on file for ID " WS-INPUT-ID
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       DISPLAY "Address removed"
               END-DELETE
           END-IF.

       MENU-ADD-ONE-NOTE.
           PERFORM PROMPT-FOR-ID.
           PERFORM CHECK-BRANCH-ACCESS.
           IF BRANCH-ALLOWED
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY "Note rejected, ID not on file "
                           WS-INPUT-ID
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       DISPLAY "Note: " WITH NO ADVANCING
                       ACCEPT WS-INPUT-NOTE-TEXT
                       IF WS-INPUT-NOTE-TEXT = SPACES
                           DISPLAY "Nothing typed - no note stored"
                       ELSE
                           PERFORM APPEND-ONE-NOTE
                           DISPLAY "Note stored"
                       END-IF
               END-READ
           END-IF.
           *> Same orphan rule as everything else - no master
           *> record, no note.


       MENU-BROWSE-CUSTOMER-NOTES.
           PERFORM PROMPT-FOR-ID.
           PERFORM CHECK-BRANCH-ACCESS.
           IF BRANCH-ALLOWED
               MOVE 0 TO WS-NOTES-SHOWN
               SET NOTES-NOT-EOF TO TRUE
               OPEN INPUT NOTES-FILE
               IF WS-NOTES-STATUS NOT = "00"
                   DISPLAY "No notes on file"
                   SET NOTES-EOF TO TRUE
               END-IF
               PERFORM UNTIL NOTES-EOF
                   READ NOTES-FILE
                       AT END
                           SET NOTES-EOF TO TRUE
                       NOT AT END
                           IF NOTE-CUST-ID = WS-INPUT-ID
                               ADD 1 TO WS-NOTES-SHOWN
                               DISPLAY NOTE-DATE " " NOTE-OPERATOR
                                   " " NOTE-TEXT
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-NOTES-STATUS = "00" OR WS-NOTES-STATUS = "10"
                   CLOSE NOTES-FILE
               END-IF
               DISPLAY "Notes shown: " WS-NOTES-SHOWN
           END-IF.

       SHOW-LATEST-NOTE.
           SET NOTE-NOT-FOUND TO TRUE.
           MOVE 0 TO JRNL-BATCH-ID.
           *> Menu actions belong to no batch - zero keeps them out
           *> of any backout-by-batch run.
           PERFORM STAMP-JOURNAL-CHAIN.
           WRITE CUST-JOURNAL-RECORD.
           PERFORM WRITE-MENU-JOURNAL.

       STAMP-JOURNAL-CHAIN.
           MOVE CUST-JOURNAL-RECORD(1:94) TO CHN-ENTRY-TEXT.
           SET CHN-NEXT-ENTRY TO TRUE.
           MOVE "CUSTJRNL" TO CHN-LOG-NAME.
           CALL "LogChain" USING CHAIN-CALL-AREA.
           MOVE CHN-SEQUENCE TO JRNL-CHAIN-SEQUENCE.
           MOVE CHN-CHECK-VALUE TO JRNL-CHAIN-VALUE.

       WRITE-MENU-JOURNAL.
           MOVE WS-JOURNAL-ACTION TO MJR-TRAN-CODE.
           MOVE CUST-ID TO MJR-CUST-ID.
           IF BALANCE-FILE-OPEN
               CLOSE BALANCE-FILE
           END-IF.
           CLOSE CYCLE-FILE.
           CLOSE SUPPRESSION-FILE.
           CLOSE NAME-FILE.
           PERFORM RELEASE-MASTER-LOCK.

       WRITE-OPERATOR-ALERT.
