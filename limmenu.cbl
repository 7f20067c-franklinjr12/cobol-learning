       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreditLimitMenu.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           *> Same operator security file as the other menus - only
           *> update-level authority may propose, approve, or reject
           *> a credit limit; anyone signed on may look.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.
           *> Read-only - proves the account and shows the name.

           SELECT BALANCE-FILE ASSIGN TO "CUSTBALF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-CUST-ID
               FILE STATUS IS WS-BALANCE-STATUS.
           *> Opened I-O for BAL-CREDIT-LIMIT alone - the one field
           *> CustomerPosting and HoldRelease enforce but nothing
           *> else sets. The money fields are never touched here.

           SELECT LIMIT-CHANGE-FILE ASSIGN TO "LIMCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LCHG-KEY
               FILE STATUS IS WS-LIMIT-STATUS.
           *> Every proposal and its outcome, kept for good. At most
           *> one proposal per customer is pending at a time.

           SELECT LIMIT-RAISE-FILE ASSIGN TO "LIMRAISE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RAISE-STATUS.
           *> An approved increase is handed to HoldRelease, which
           *> re-judges that customer's held debits against it.

           SELECT NOTES-FILE ASSIGN TO "CUSTNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTES-STATUS.
           *> An applied change leaves a line in the customer's
           *> contact history under the approving operator.

           SELECT LOCK-FILE ASSIGN TO "CUSTLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           *> Taken for each update option only, one try, the way
           *> ArchiveInquiry takes it - while VaultManifest or a
           *> maintenance run holds the master, nothing here moves
           *> underneath it. Looking holds nothing.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       01  OPERATOR-RECORD.
           05 OPER-ID             PIC X(08).
           05 OPER-PASSWORD       PIC X(08).
           05 OPER-AUTHORITY      PIC X(01).
           88 OPER-INQUIRY-LEVEL  VALUE "I".
           88 OPER-UPDATE-LEVEL   VALUE "U".
           05 OPER-BRANCH         PIC X(02).
           *> Spaces is head office, with the whole book.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  BALANCE-FILE.
           COPY CUSTBAL.

       FD  LIMIT-CHANGE-FILE.
           COPY CUSTLIM.

       FD  LIMIT-RAISE-FILE.
           COPY LIMRAIS.

       FD  NOTES-FILE.
           COPY CUSTNOT.

       FD  LOCK-FILE.
           COPY CUSTLCK.

       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-STATUS      PIC X(02) VALUE "00".
       01 WS-CUSTOMER-STATUS      PIC X(02) VALUE "00".
       01 WS-BALANCE-STATUS       PIC X(02) VALUE "00".
       01 WS-LIMIT-STATUS         PIC X(02) VALUE "00".
       01 WS-RAISE-STATUS         PIC X(02) VALUE "00".
       01 WS-NOTES-STATUS         PIC X(02) VALUE "00".

       01 WS-OPERATOR-TABLE.
           05 WS-OPER-ENTRY OCCURS 20 TIMES.
               10 WS-OPER-ID       PIC X(08).
               10 WS-OPER-PASSWORD PIC X(08).
               10 WS-OPER-AUTH     PIC X(01).
               10 WS-OPER-BRANCH   PIC X(02).
       01 WS-OPERATOR-COUNT       PIC 9(02) VALUE 0.
       01 WS-OPERATOR-INDEX       PIC 9(02).
       01 WS-OPER-EOF-SWITCH      PIC X(01) VALUE "N".
       88 OPER-FILE-EOF           VALUE "Y".
       88 OPER-FILE-NOT-EOF       VALUE "N".

       01 WS-SIGNON-ID            PIC X(08).
       01 WS-SIGNON-PASSWORD      PIC X(08).
       01 WS-SIGNON-ATTEMPTS      PIC 9(01) VALUE 0.
       01 WS-SIGNED-ON-SWITCH     PIC X(01) VALUE "N".
       88 SIGNED-ON               VALUE "Y".
       88 NOT-SIGNED-ON           VALUE "N".
       01 WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
       01 WS-AUTHORITY            PIC X(01) VALUE "I".
       88 UPDATE-AUTHORITY        VALUE "U".
       88 INQUIRY-AUTHORITY       VALUE "I".
       01 WS-OPERATOR-BRANCH      PIC X(02) VALUE SPACES.
       88 OPERATOR-ALL-BRANCHES   VALUE SPACES.
       01 WS-BRANCH-ACCESS-SWITCH PIC X(01).
       88 BRANCH-ALLOWED          VALUE "Y".
       88 BRANCH-REFUSED          VALUE "N".
       *> A branch operator reaches only the customers BranchLookup
       *> puts in their branch, the same rule as the customer menu.

       01 WS-MENU-CHOICE          PIC X(01).
       88 MENU-EXIT               VALUE "0".
       88 MENU-PROPOSE            VALUE "1".
       88 MENU-APPROVE            VALUE "2".
       88 MENU-REJECT             VALUE "3".
       88 MENU-LIST-PENDING       VALUE "4".
       88 MENU-HISTORY            VALUE "5".

       01 WS-INPUT-ID             PIC 9(10).
       01 WS-INPUT-AMOUNT-TEXT    PIC X(12).
       01 WS-INPUT-AMOUNT         PIC 9(07)V99.
       *> Typed with a real decimal point ("5000.00") and
       *> converted with NUMVAL, the same way PaymentEntryMenu
       *> takes its amounts in. A limit of zero is allowed - it
       *> means no limit, the same as CustomerPosting reads it.
       01 WS-INPUT-TEXT           PIC X(30).
       01 WS-CONFIRM              PIC X(01).

       01 WS-CHECK-DIGIT-SWITCH   PIC X(01).
       88 CHECK-DIGIT-OK          VALUE "Y".
       88 CHECK-DIGIT-BAD         VALUE "N".

       01 WS-LIMIT-EOF-SWITCH     PIC X(01) VALUE "N".
       88 LIMIT-EOF               VALUE "Y".
       88 LIMIT-NOT-EOF           VALUE "N".
       01 WS-PENDING-SWITCH       PIC X(01) VALUE "N".
       88 PENDING-FOUND           VALUE "Y".
       88 PENDING-NOT-FOUND       VALUE "N".
       01 WS-PENDING-KEY          PIC X(26).
       01 WS-BALANCE-FOUND-SWITCH PIC X(01).
       88 BALANCE-FOUND           VALUE "Y".
       88 BALANCE-NOT-FOUND       VALUE "N".

       01 WS-RUN-DATE             PIC 9(08).
       01 WS-STAMP-TIME           PIC 9(08).
       01 WS-NOTE-TEXT            PIC X(60).
       01 WS-OLD-EDIT             PIC Z(06)9.99.
       01 WS-NEW-EDIT             PIC Z(06)9.99.
       01 WS-BALANCE-EDIT         PIC Z(06)9.99-.
       01 WS-LIST-COUNT           PIC 9(04).
       01 WS-PROPOSED-COUNT       PIC 9(04) VALUE 0.
       01 WS-APPROVED-COUNT       PIC 9(04) VALUE 0.
       01 WS-REJECTED-COUNT       PIC 9(04) VALUE 0.
       01 WS-REJECT-COUNT         PIC 9(04) VALUE 0.

       01 WS-LOCK-STATUS          PIC X(02) VALUE "00".
       01 WS-LOCK-SWITCH          PIC X(01) VALUE "N".
       88 LOCK-ACQUIRED           VALUE "Y".
       88 LOCK-NOT-ACQUIRED       VALUE "N".
       01 WS-INSTANCE-TOKEN       PIC X(10).
       01 WS-START-TIME           PIC 9(08).

       COPY VALDLNK.

       COPY BRNLNK.

       COPY ALERTLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Credit Limit Maintenance ===".
           PERFORM SIGN-ON-OPERATOR.
           IF NOT-SIGNED-ON
               DISPLAY "Sign-on failed - limit maintenance not started"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPERATOR-ALERT
               STOP RUN
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.
           MOVE SPACES TO WS-INSTANCE-TOKEN.
           STRING "M" WS-START-TIME
               DELIMITED BY SIZE INTO WS-INSTANCE-TOKEN.
           PERFORM OPEN-FILES.
           PERFORM SHOW-MENU UNTIL MENU-EXIT.
           PERFORM CLOSE-FILES.
           DISPLAY "Proposed: " WS-PROPOSED-COUNT
               " approved: " WS-APPROVED-COUNT
               " rejected: " WS-REJECTED-COUNT.
           DISPLAY "=== Credit Limit Maintenance End ===".
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       SIGN-ON-OPERATOR.
           PERFORM LOAD-OPERATOR-TABLE.
           IF WS-OPERATOR-COUNT = 0
               DISPLAY "No operator security file - see operations"
           ELSE
               PERFORM ATTEMPT-SIGN-ON
                   UNTIL SIGNED-ON OR WS-SIGNON-ATTEMPTS >= 3
           END-IF.

       LOAD-OPERATOR-TABLE.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-STATUS NOT = "00"
               SET OPER-FILE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL OPER-FILE-EOF
               READ OPERATOR-FILE
                   AT END
                       SET OPER-FILE-EOF TO TRUE
                   NOT AT END
                       IF WS-OPERATOR-COUNT < 20
                           ADD 1 TO WS-OPERATOR-COUNT
                           MOVE OPER-ID
                               TO WS-OPER-ID(WS-OPERATOR-COUNT)
                           MOVE OPER-PASSWORD
                               TO WS-OPER-PASSWORD(WS-OPERATOR-COUNT)
                           MOVE OPER-AUTHORITY
                               TO WS-OPER-AUTH(WS-OPERATOR-COUNT)
                           MOVE OPER-BRANCH
                               TO WS-OPER-BRANCH(WS-OPERATOR-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-OPERATOR-STATUS = "00" OR WS-OPERATOR-STATUS = "10"
               CLOSE OPERATOR-FILE
           END-IF.

       ATTEMPT-SIGN-ON.
           ADD 1 TO WS-SIGNON-ATTEMPTS.
           DISPLAY "Operator ID: " WITH NO ADVANCING.
           ACCEPT WS-SIGNON-ID.
           DISPLAY "Password: " WITH NO ADVANCING.
           ACCEPT WS-SIGNON-PASSWORD.
           PERFORM CHECK-ONE-OPERATOR
               VARYING WS-OPERATOR-INDEX FROM 1 BY 1
               UNTIL WS-OPERATOR-INDEX > WS-OPERATOR-COUNT
                  OR SIGNED-ON.
           IF NOT-SIGNED-ON
               DISPLAY "Not recognized"
           END-IF.

       CHECK-ONE-OPERATOR.
           IF WS-OPER-ID(WS-OPERATOR-INDEX) = WS-SIGNON-ID
               AND WS-OPER-PASSWORD(WS-OPERATOR-INDEX)
                   = WS-SIGNON-PASSWORD
               SET SIGNED-ON TO TRUE
               MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
               MOVE WS-OPER-AUTH(WS-OPERATOR-INDEX) TO WS-AUTHORITY
               MOVE WS-OPER-BRANCH(WS-OPERATOR-INDEX)
                   TO WS-OPERATOR-BRANCH
               DISPLAY "Signed on as " WS-OPERATOR-ID
                   " (authority " WS-AUTHORITY ")"
           END-IF.

       OPEN-FILES.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-STATUS NOT = "00"
               DISPLAY "Customer master not available - status "
                   WS-CUSTOMER-STATUS
           END-IF.
           OPEN I-O BALANCE-FILE.
           IF WS-BALANCE-STATUS NOT = "00"
               DISPLAY "Balance file not available - status "
                   WS-BALANCE-STATUS
           END-IF.
           OPEN I-O LIMIT-CHANGE-FILE.
           IF WS-LIMIT-STATUS = "35"
               OPEN OUTPUT LIMIT-CHANGE-FILE
               CLOSE LIMIT-CHANGE-FILE
               OPEN I-O LIMIT-CHANGE-FILE
           END-IF.
           *> Status 35 = file does not exist yet - create it empty
           *> on the first run, same as the reference menus.

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "1 - Propose new credit limit".
           DISPLAY "2 - Approve pending change".
           DISPLAY "3 - Reject pending change".
           DISPLAY "4 - List pending changes".
           DISPLAY "5 - Display limit history".
           DISPLAY "0 - Exit".
           DISPLAY "Select an option: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.
           EVALUATE TRUE
               WHEN (MENU-PROPOSE OR MENU-APPROVE OR MENU-REJECT)
                   AND NOT UPDATE-AUTHORITY
                   DISPLAY "Not authorized - update authority required"
               WHEN MENU-PROPOSE OR MENU-APPROVE OR MENU-REJECT
                   PERFORM RUN-UNDER-MASTER-LOCK
               WHEN MENU-LIST-PENDING
                   PERFORM MENU-LIST-PENDING-CHANGES
               WHEN MENU-HISTORY
                   PERFORM MENU-DISPLAY-HISTORY
               WHEN MENU-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Not a valid option"
           END-EVALUATE.

       RUN-UNDER-MASTER-LOCK.
           PERFORM ACQUIRE-MASTER-LOCK.
           IF LOCK-ACQUIRED
               EVALUATE TRUE
                   WHEN MENU-PROPOSE
                       PERFORM MENU-PROPOSE-LIMIT
                   WHEN MENU-APPROVE
                       PERFORM MENU-APPROVE-LIMIT
                   WHEN MENU-REJECT
                       PERFORM MENU-REJECT-LIMIT
               END-EVALUATE
               PERFORM RELEASE-MASTER-LOCK
           ELSE
               DISPLAY "Master held by " LOCK-OWNER
                   " since " LOCK-DATE " " LOCK-TIME
                   " - nothing changed, try again later"
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

       ACQUIRE-MASTER-LOCK.
           SET LOCK-ACQUIRED TO TRUE.
           OPEN INPUT LOCK-FILE.
           IF WS-LOCK-STATUS = "00"
               READ LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LOCK-OWNER NOT = SPACES
                           SET LOCK-NOT-ACQUIRED TO TRUE
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF.
           IF LOCK-ACQUIRED
               OPEN OUTPUT LOCK-FILE
               MOVE "CreditLimitMenu" TO LOCK-OWNER
               ACCEPT LOCK-DATE FROM DATE YYYYMMDD
               ACCEPT LOCK-TIME FROM TIME
               MOVE WS-INSTANCE-TOKEN TO LOCK-PROCESS-ID
               MOVE LOCK-DATE TO LOCK-HB-DATE
               MOVE LOCK-TIME TO LOCK-HB-TIME
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
           END-IF.

       RELEASE-MASTER-LOCK.
           OPEN OUTPUT LOCK-FILE.
           CLOSE LOCK-FILE.

       PROMPT-FOR-CUSTOMER.
           DISPLAY "Customer ID: " WITH NO ADVANCING.
           ACCEPT WS-INPUT-ID.

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
           *> Expects BRNL-CUST-ID set.

       VALIDATE-CHECK-DIGIT.
           SET VALD-CHECK-DIGIT TO TRUE.
           MOVE WS-INPUT-ID TO VALD-CUST-ID.
           CALL "CustomerValidation" USING VALD-CALL-AREA.
           IF VALD-PASSED
               SET CHECK-DIGIT-OK TO TRUE
           ELSE
               SET CHECK-DIGIT-BAD TO TRUE
           END-IF.

       READ-CUSTOMER-BALANCE.
           SET BALANCE-NOT-FOUND TO TRUE.
           IF WS-BALANCE-STATUS = "00" OR WS-BALANCE-STATUS = "23"
               MOVE WS-INPUT-ID TO BAL-CUST-ID
               READ BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET BALANCE-FOUND TO TRUE
               END-READ
           END-IF.

       FIND-PENDING-CHANGE.
           SET PENDING-NOT-FOUND TO TRUE.
           SET LIMIT-NOT-EOF TO TRUE.
           MOVE WS-INPUT-ID TO LCHG-CUST-ID.
           MOVE 0 TO LCHG-PROPOSED-DATE.
           MOVE 0 TO LCHG-PROPOSED-TIME.
           START LIMIT-CHANGE-FILE KEY >= LCHG-KEY
               INVALID KEY
                   SET LIMIT-EOF TO TRUE
           END-START.
           PERFORM UNTIL LIMIT-EOF
               READ LIMIT-CHANGE-FILE NEXT RECORD
                   AT END
                       SET LIMIT-EOF TO TRUE
                   NOT AT END
                       IF LCHG-CUST-ID NOT = WS-INPUT-ID
                           SET LIMIT-EOF TO TRUE
                       ELSE
                           IF LCHG-PENDING
                               SET PENDING-FOUND TO TRUE
                               MOVE LCHG-KEY TO WS-PENDING-KEY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF PENDING-FOUND
               MOVE WS-PENDING-KEY TO LCHG-KEY
               READ LIMIT-CHANGE-FILE
                   INVALID KEY
                       SET PENDING-NOT-FOUND TO TRUE
               END-READ
           END-IF.
           *> Walks the customer's rows in key order and re-reads
           *> the pending one by key, so the record area holds it
           *> for the REWRITE that settles it.

       MENU-PROPOSE-LIMIT.
           PERFORM PROMPT-FOR-CUSTOMER.
           PERFORM CHECK-BRANCH-ACCESS.
           IF BRANCH-ALLOWED
               PERFORM VALIDATE-CHECK-DIGIT
               IF CHECK-DIGIT-BAD
                   DISPLAY "Rejected, bad check digit ID " WS-INPUT-ID
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   MOVE WS-INPUT-ID TO CUST-ID
                   READ CUSTOMER-FILE
                       INVALID KEY
                           DISPLAY "Rejected, ID not on file "
                               WS-INPUT-ID
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           PERFORM PROPOSE-FOR-CUSTOMER
                   END-READ
               END-IF
           END-IF.

       PROPOSE-FOR-CUSTOMER.
           PERFORM READ-CUSTOMER-BALANCE.
           PERFORM FIND-PENDING-CHANGE.
           EVALUATE TRUE
               WHEN BALANCE-NOT-FOUND
                   DISPLAY "Rejected, no balance record for "
                       WS-INPUT-ID
                   ADD 1 TO WS-REJECT-COUNT
               WHEN PENDING-FOUND
                   DISPLAY "Rejected, change already pending from "
                       LCHG-PROPOSER " on " LCHG-PROPOSED-DATE
                   ADD 1 TO WS-REJECT-COUNT
               WHEN OTHER
                   PERFORM ACCEPT-PROPOSAL-TERMS
           END-EVALUATE.

       ACCEPT-PROPOSAL-TERMS.
           DISPLAY "Customer: " CUST-NAME.
           MOVE BAL-CURRENT TO WS-BALANCE-EDIT.
           MOVE BAL-CREDIT-LIMIT TO WS-OLD-EDIT.
           DISPLAY "Balance " WS-BALANCE-EDIT
               " current limit " WS-OLD-EDIT.
           DISPLAY "New credit limit (0 = no limit): "
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-AMOUNT-TEXT.
           IF WS-INPUT-AMOUNT-TEXT = SPACES
               MOVE BAL-CREDIT-LIMIT TO WS-INPUT-AMOUNT
           ELSE
               COMPUTE WS-INPUT-AMOUNT =
                   FUNCTION NUMVAL(WS-INPUT-AMOUNT-TEXT)
           END-IF.
           DISPLAY "Reason for change: " WITH NO ADVANCING.
           ACCEPT WS-INPUT-TEXT.
           EVALUATE TRUE
               WHEN WS-INPUT-AMOUNT = BAL-CREDIT-LIMIT
                   DISPLAY "Same as the current limit - nothing"
                       " proposed"
                   ADD 1 TO WS-REJECT-COUNT
               WHEN WS-INPUT-TEXT = SPACES
                   DISPLAY "A reason is required - nothing proposed"
                   ADD 1 TO WS-REJECT-COUNT
               WHEN OTHER
                   PERFORM STORE-PROPOSAL
           END-EVALUATE.

       STORE-PROPOSAL.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE WS-INPUT-ID TO LCHG-CUST-ID.
           MOVE WS-RUN-DATE TO LCHG-PROPOSED-DATE.
           MOVE WS-STAMP-TIME TO LCHG-PROPOSED-TIME.
           MOVE BAL-CREDIT-LIMIT TO LCHG-OLD-LIMIT.
           MOVE WS-INPUT-AMOUNT TO LCHG-NEW-LIMIT.
           MOVE WS-INPUT-TEXT TO LCHG-REASON.
           MOVE WS-OPERATOR-ID TO LCHG-PROPOSER.
           SET LCHG-PENDING TO TRUE.
           MOVE SPACES TO LCHG-CHECKER.
           MOVE 0 TO LCHG-DECIDED-DATE.
           MOVE SPACES TO LCHG-DECISION-NOTE.
           WRITE LIMIT-CHANGE-RECORD
               INVALID KEY
                   DISPLAY "Could not record proposal - status "
                       WS-LIMIT-STATUS
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-PROPOSED-COUNT
                   DISPLAY "Proposal recorded - another operator"
                       " must approve it"
           END-WRITE.
           *> Nothing touches CUSTBALF until a second operator
           *> approves.

       MENU-APPROVE-LIMIT.
           PERFORM PROMPT-FOR-CUSTOMER.
           PERFORM CHECK-BRANCH-ACCESS.
           IF BRANCH-ALLOWED
               PERFORM FIND-PENDING-CHANGE
               IF PENDING-NOT-FOUND
                   DISPLAY "No pending change for " WS-INPUT-ID
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   PERFORM SHOW-PENDING-CHANGE
                   PERFORM READ-CUSTOMER-BALANCE
                   EVALUATE TRUE
                       WHEN LCHG-PROPOSER = WS-OPERATOR-ID
                           DISPLAY "Refused - you proposed this change;"
                               " another operator must approve it"
                           ADD 1 TO WS-REJECT-COUNT
                       WHEN BALANCE-NOT-FOUND
                           DISPLAY "Refused - no balance record for "
                               WS-INPUT-ID
                           ADD 1 TO WS-REJECT-COUNT
                       WHEN BAL-CREDIT-LIMIT NOT = LCHG-OLD-LIMIT
                           MOVE BAL-CREDIT-LIMIT TO WS-OLD-EDIT
                           DISPLAY "Refused - limit is now " WS-OLD-EDIT
                               ", not what was proposed against;"
                               " reject and propose again"
                           ADD 1 TO WS-REJECT-COUNT
                       WHEN OTHER
                           PERFORM CONFIRM-APPROVAL
                   END-EVALUATE
               END-IF
           END-IF.
           *> Maker-checker: the proposer can never approve their
           *> own change, and a change proposed against a limit
           *> that has since moved is never applied blind.

       CONFIRM-APPROVAL.
           DISPLAY "Approve and apply this change (Y/N)? "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               PERFORM APPLY-APPROVED-LIMIT
           ELSE
               DISPLAY "Not approved - change left pending"
           END-IF.

       APPLY-APPROVED-LIMIT.
           MOVE LCHG-NEW-LIMIT TO BAL-CREDIT-LIMIT.
           REWRITE CUST-BALANCE-RECORD
               INVALID KEY
                   DISPLAY "Could not apply limit - status "
                       WS-BALANCE-STATUS
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   PERFORM SETTLE-APPROVED-CHANGE
           END-REWRITE.

       SETTLE-APPROVED-CHANGE.
           SET LCHG-APPROVED TO TRUE.
           MOVE WS-OPERATOR-ID TO LCHG-CHECKER.
           MOVE WS-RUN-DATE TO LCHG-DECIDED-DATE.
           MOVE "APPROVED" TO LCHG-DECISION-NOTE.
           REWRITE LIMIT-CHANGE-RECORD.
           ADD 1 TO WS-APPROVED-COUNT.
           MOVE LCHG-OLD-LIMIT TO WS-OLD-EDIT.
           MOVE LCHG-NEW-LIMIT TO WS-NEW-EDIT.
           MOVE SPACES TO WS-NOTE-TEXT.
           STRING "CREDIT LIMIT " WS-OLD-EDIT " TO " WS-NEW-EDIT
               " PROPOSED BY " LCHG-PROPOSER
               DELIMITED BY SIZE INTO WS-NOTE-TEXT.
           PERFORM APPEND-LIMIT-NOTE.
           IF LCHG-NEW-LIMIT = 0
               OR (LCHG-OLD-LIMIT NOT = 0
                   AND LCHG-NEW-LIMIT > LCHG-OLD-LIMIT)
               PERFORM NOTIFY-HOLD-RELEASE
               DISPLAY "Limit applied - held debits are re-judged"
                   " on the next HoldRelease"
           ELSE
               DISPLAY "Limit applied"
           END-IF.
           *> A limit of zero means no limit at all, so moving to
           *> zero is the biggest increase there is, and moving off
           *> it is a decrease.

       NOTIFY-HOLD-RELEASE.
           OPEN EXTEND LIMIT-RAISE-FILE.
           IF WS-RAISE-STATUS NOT = "00"
               OPEN OUTPUT LIMIT-RAISE-FILE
           END-IF.
           MOVE LCHG-CUST-ID TO LRS-CUST-ID.
           MOVE LCHG-OLD-LIMIT TO LRS-OLD-LIMIT.
           MOVE LCHG-NEW-LIMIT TO LRS-NEW-LIMIT.
           MOVE WS-RUN-DATE TO LRS-APPROVED-DATE.
           MOVE WS-OPERATOR-ID TO LRS-CHECKER.
           WRITE LIMIT-RAISE-RECORD.
           CLOSE LIMIT-RAISE-FILE.

       MENU-REJECT-LIMIT.
           PERFORM PROMPT-FOR-CUSTOMER.
           PERFORM CHECK-BRANCH-ACCESS.
           IF BRANCH-ALLOWED
               PERFORM FIND-PENDING-CHANGE
               IF PENDING-NOT-FOUND
                   DISPLAY "No pending change for " WS-INPUT-ID
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   PERFORM SHOW-PENDING-CHANGE
                   DISPLAY "Reason for rejecting: " WITH NO ADVANCING
                   ACCEPT WS-INPUT-TEXT
                   IF WS-INPUT-TEXT = SPACES
                       DISPLAY "A reason is required - change left"
                           " pending"
                       ADD 1 TO WS-REJECT-COUNT
                   ELSE
                       SET LCHG-REJECTED TO TRUE
                       MOVE WS-OPERATOR-ID TO LCHG-CHECKER
                       MOVE WS-RUN-DATE TO LCHG-DECIDED-DATE
                       MOVE WS-INPUT-TEXT TO LCHG-DECISION-NOTE
                       REWRITE LIMIT-CHANGE-RECORD
                       ADD 1 TO WS-REJECTED-COUNT
                       DISPLAY "Change rejected - limit unchanged"
                   END-IF
               END-IF
           END-IF.
           *> The proposer may reject their own change - that is a
           *> withdrawal, and it applies nothing.

       SHOW-PENDING-CHANGE.
           MOVE LCHG-OLD-LIMIT TO WS-OLD-EDIT.
           MOVE LCHG-NEW-LIMIT TO WS-NEW-EDIT.
           DISPLAY "Limit " WS-OLD-EDIT " to " WS-NEW-EDIT
               " proposed by " LCHG-PROPOSER
               " on " LCHG-PROPOSED-DATE.
           DISPLAY "    reason: " LCHG-REASON.

       APPEND-LIMIT-NOTE.
           OPEN EXTEND NOTES-FILE.
           IF WS-NOTES-STATUS NOT = "00"
               OPEN OUTPUT NOTES-FILE
           END-IF.
           MOVE LCHG-CUST-ID TO NOTE-CUST-ID.
           MOVE WS-RUN-DATE TO NOTE-DATE.
           ACCEPT NOTE-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO NOTE-OPERATOR.
           MOVE WS-NOTE-TEXT TO NOTE-TEXT.
           WRITE CUSTOMER-NOTE-RECORD.
           CLOSE NOTES-FILE.

       MENU-LIST-PENDING-CHANGES.
           MOVE 0 TO WS-LIST-COUNT.
           SET LIMIT-NOT-EOF TO TRUE.
           MOVE LOW-VALUES TO LCHG-KEY.
           START LIMIT-CHANGE-FILE KEY >= LCHG-KEY
               INVALID KEY
                   SET LIMIT-EOF TO TRUE
           END-START.
           PERFORM UNTIL LIMIT-EOF
               READ LIMIT-CHANGE-FILE NEXT RECORD
                   AT END
                       SET LIMIT-EOF TO TRUE
                   NOT AT END
                       IF LCHG-PENDING
                           ADD 1 TO WS-LIST-COUNT
                           MOVE LCHG-OLD-LIMIT TO WS-OLD-EDIT
                           MOVE LCHG-NEW-LIMIT TO WS-NEW-EDIT
                           DISPLAY LCHG-CUST-ID " " WS-OLD-EDIT
                               " to " WS-NEW-EDIT
                               " by " LCHG-PROPOSER
                               " on " LCHG-PROPOSED-DATE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Pending changes: " WS-LIST-COUNT.

       MENU-DISPLAY-HISTORY.
           PERFORM PROMPT-FOR-CUSTOMER.
           PERFORM CHECK-BRANCH-ACCESS.
           IF BRANCH-ALLOWED
               MOVE 0 TO WS-LIST-COUNT
               SET LIMIT-NOT-EOF TO TRUE
               MOVE WS-INPUT-ID TO LCHG-CUST-ID
               MOVE 0 TO LCHG-PROPOSED-DATE
               MOVE 0 TO LCHG-PROPOSED-TIME
               START LIMIT-CHANGE-FILE KEY >= LCHG-KEY
                   INVALID KEY
                       SET LIMIT-EOF TO TRUE
               END-START
               PERFORM UNTIL LIMIT-EOF
                   READ LIMIT-CHANGE-FILE NEXT RECORD
                       AT END
                           SET LIMIT-EOF TO TRUE
                       NOT AT END
                           IF LCHG-CUST-ID NOT = WS-INPUT-ID
                               SET LIMIT-EOF TO TRUE
                           ELSE
                               PERFORM SHOW-ONE-HISTORY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "Changes on file: " WS-LIST-COUNT
           END-IF.

       SHOW-ONE-HISTORY-ROW.
           ADD 1 TO WS-LIST-COUNT.
           MOVE LCHG-OLD-LIMIT TO WS-OLD-EDIT.
           MOVE LCHG-NEW-LIMIT TO WS-NEW-EDIT.
           DISPLAY LCHG-PROPOSED-DATE " " WS-OLD-EDIT
               " to " WS-NEW-EDIT
               " status " LCHG-STATUS
               " by " LCHG-PROPOSER
               " / " LCHG-CHECKER.
           DISPLAY "    reason: " LCHG-REASON.
           IF NOT LCHG-PENDING
               DISPLAY "    decided " LCHG-DECIDED-DATE
                   ": " LCHG-DECISION-NOTE
           END-IF.

       CLOSE-FILES.
           IF WS-CUSTOMER-STATUS = "00"
               CLOSE CUSTOMER-FILE
           END-IF.
           CLOSE BALANCE-FILE.
           CLOSE LIMIT-CHANGE-FILE.

       WRITE-OPERATOR-ALERT.
           MOVE "CreditLimitMenu" TO ALERT-PROGRAM-NAME.
           MOVE RETURN-CODE TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-FILE-STATUSES.
           STRING "OPER=" WS-OPERATOR-STATUS
               DELIMITED BY SIZE INTO ALERT-FILE-STATUSES.
           MOVE "SIGN-ON REFUSED"
               TO ALERT-ACTION-TEXT.
           CALL "AlertWriter" USING ALERT-CALL-AREA.
