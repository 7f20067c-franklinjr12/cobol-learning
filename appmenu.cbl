       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApplicationMenu.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           *> Same operator security file as the other menus - only
           *> update-level authority may take, approve, or decline an
           *> application; anyone signed on may look.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.
           *> Read-only - an application is never taken or approved
           *> for an ID the master already holds.

           SELECT APPLICATION-FILE ASSIGN TO "APPLICN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APP-KEY
               FILE STATUS IS WS-APPLICATION-STATUS.
           *> Every application and its outcome, kept for good. At
           *> most one application per ID is pending or approved at
           *> a time.

           SELECT TRANSACTION-FILE ASSIGN TO "CUSTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           *> An approval queues its add behind whatever is already
           *> punched for tonight's CustomerMaintenance - the add
           *> goes through TransactionEdit like any other.

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

       FD  APPLICATION-FILE.
           COPY CUSTAPP.

       FD  TRANSACTION-FILE.
       01  MAINT-TRAN-RECORD.
           05 TRAN-CODE           PIC X(01).
           05 TRAN-CUST-ID        PIC 9(10).
           05 TRAN-CUST-NAME      PIC X(10).
           05 TRAN-CUST-CAT       PIC 9(02).
           05 TRAN-DATE-YYMMDD    PIC 9(06).
           *> Same record CustomerMaintenance reads off CUSTTRAN -
           *> an add stops at the date.

       FD  LOCK-FILE.
           COPY CUSTLCK.

       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-STATUS      PIC X(02) VALUE "00".
       01 WS-CUSTOMER-STATUS      PIC X(02) VALUE "00".
       01 WS-APPLICATION-STATUS   PIC X(02) VALUE "00".
       01 WS-TRANS-STATUS         PIC X(02) VALUE "00".

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
       *> A branch operator takes and reviews only applications for
       *> their own branch, the same rule as the customer menu.

       01 WS-MENU-CHOICE          PIC X(01).
       88 MENU-EXIT               VALUE "0".
       88 MENU-TAKE               VALUE "1".
       88 MENU-APPROVE            VALUE "2".
       88 MENU-DECLINE            VALUE "3".
       88 MENU-LIST-PENDING       VALUE "4".
       88 MENU-HISTORY            VALUE "5".

       01 WS-INPUT-ID             PIC 9(10).
       01 WS-INPUT-NAME           PIC X(10).
       01 WS-INPUT-CAT            PIC 9(02).
       01 WS-INPUT-BRANCH         PIC X(02).
       01 WS-INPUT-AMOUNT-TEXT    PIC X(12).
       01 WS-INPUT-AMOUNT         PIC 9(07)V99.
       *> Typed with a real decimal point ("5000.00") and
       *> converted with NUMVAL, the same way CreditLimitMenu takes
       *> its limits in. Zero means no limit.
       01 WS-INPUT-TEXT           PIC X(30).
       01 WS-CONFIRM              PIC X(01).

       01 WS-CHECK-DIGIT-SWITCH   PIC X(01).
       88 CHECK-DIGIT-OK          VALUE "Y".
       88 CHECK-DIGIT-BAD         VALUE "N".
       01 WS-CATEGORY-OK-SWITCH   PIC X(01).
       88 CATEGORY-OK             VALUE "Y".
       88 CATEGORY-BAD            VALUE "N".
       01 WS-ON-MASTER-SWITCH     PIC X(01).
       88 ON-MASTER               VALUE "Y".
       88 NOT-ON-MASTER           VALUE "N".

       01 WS-APP-EOF-SWITCH       PIC X(01) VALUE "N".
       88 APP-EOF                 VALUE "Y".
       88 APP-NOT-EOF             VALUE "N".
       01 WS-OPEN-APP-SWITCH      PIC X(01) VALUE "N".
       88 OPEN-APP-FOUND          VALUE "Y".
       88 OPEN-APP-NOT-FOUND      VALUE "N".
       01 WS-OPEN-APP-KEY         PIC X(26).
       *> An application still pending, or approved but not yet
       *> added by the nightly run - either one holds the ID.

       01 WS-RUN-DATE             PIC 9(08).
       01 WS-TODAY-INTEGER        PIC 9(08).
       01 WS-STAMP-TIME           PIC 9(08).
       01 WS-WAIT-DAYS            PIC 9(05).
       01 WS-REQUESTED-EDIT       PIC Z(06)9.99.
       01 WS-APPROVED-EDIT        PIC Z(06)9.99.
       01 WS-LIST-COUNT           PIC 9(04).
       01 WS-TAKEN-COUNT          PIC 9(04) VALUE 0.
       01 WS-APPROVED-COUNT       PIC 9(04) VALUE 0.
       01 WS-DECLINED-COUNT       PIC 9(04) VALUE 0.
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
           DISPLAY "=== New Customer Applications ===".
           PERFORM SIGN-ON-OPERATOR.
           IF NOT-SIGNED-ON
               DISPLAY "Sign-on failed - applications not started"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPERATOR-ALERT
               STOP RUN
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.
           MOVE SPACES TO WS-INSTANCE-TOKEN.
           STRING "M" WS-START-TIME
               DELIMITED BY SIZE INTO WS-INSTANCE-TOKEN.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           PERFORM OPEN-FILES.
           PERFORM SHOW-MENU UNTIL MENU-EXIT.
           PERFORM CLOSE-FILES.
           DISPLAY "Taken: " WS-TAKEN-COUNT
               " approved: " WS-APPROVED-COUNT
               " declined: " WS-DECLINED-COUNT.
           DISPLAY "=== New Customer Applications End ===".
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
           OPEN I-O APPLICATION-FILE.
           IF WS-APPLICATION-STATUS = "35"
               OPEN OUTPUT APPLICATION-FILE
               CLOSE APPLICATION-FILE
               OPEN I-O APPLICATION-FILE
           END-IF.
           *> Status 35 = file does not exist yet - create it empty
           *> on the first run, same as the reference menus.

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "1 - Take new application".
           DISPLAY "2 - Approve pending application".
           DISPLAY "3 - Decline pending application".
           DISPLAY "4 - List pending applications".
           DISPLAY "5 - Display applications for an ID".
           DISPLAY "0 - Exit".
           DISPLAY "Select an option: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.
           EVALUATE TRUE
               WHEN (MENU-TAKE OR MENU-APPROVE OR MENU-DECLINE)
                   AND NOT UPDATE-AUTHORITY
                   DISPLAY "Not authorized - update authority required"
               WHEN MENU-TAKE OR MENU-APPROVE OR MENU-DECLINE
                   PERFORM RUN-UNDER-MASTER-LOCK
               WHEN MENU-LIST-PENDING
                   PERFORM MENU-LIST-PENDING-APPLICATIONS
               WHEN MENU-HISTORY
                   PERFORM MENU-DISPLAY-APPLICATIONS
               WHEN MENU-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Not a valid option"
           END-EVALUATE.

       RUN-UNDER-MASTER-LOCK.
           PERFORM ACQUIRE-MASTER-LOCK.
           IF LOCK-ACQUIRED
               EVALUATE TRUE
                   WHEN MENU-TAKE
                       PERFORM MENU-TAKE-APPLICATION
                   WHEN MENU-APPROVE
                       PERFORM MENU-APPROVE-APPLICATION
                   WHEN MENU-DECLINE
                       PERFORM MENU-DECLINE-APPLICATION
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
               MOVE "ApplicationMenu" TO LOCK-OWNER
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

       PROMPT-FOR-ID.
           DISPLAY "Customer ID: " WITH NO ADVANCING.
           ACCEPT WS-INPUT-ID.

       VALIDATE-CHECK-DIGIT.
           SET VALD-CHECK-DIGIT TO TRUE.
           MOVE WS-INPUT-ID TO VALD-CUST-ID.
           CALL "CustomerValidation" USING VALD-CALL-AREA.
           IF VALD-PASSED
               SET CHECK-DIGIT-OK TO TRUE
           ELSE
               SET CHECK-DIGIT-BAD TO TRUE
           END-IF.

       VALIDATE-CATEGORY.
           SET VALD-CATEGORY TO TRUE.
           MOVE WS-INPUT-CAT TO VALD-CATEGORY-CODE.
           CALL "CustomerValidation" USING VALD-CALL-AREA.
           IF VALD-PASSED
               SET CATEGORY-OK TO TRUE
           ELSE
               SET CATEGORY-BAD TO TRUE
           END-IF.

       CHECK-ON-MASTER.
           SET NOT-ON-MASTER TO TRUE.
           IF WS-CUSTOMER-STATUS = "00" OR WS-CUSTOMER-STATUS = "23"
               MOVE WS-INPUT-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ON-MASTER TO TRUE
               END-READ
           END-IF.

       CHECK-APPLICATION-BRANCH.
           IF OPERATOR-ALL-BRANCHES
               OR APP-BRANCH = WS-OPERATOR-BRANCH
               SET BRANCH-ALLOWED TO TRUE
           ELSE
               SET BRANCH-REFUSED TO TRUE
           END-IF.
           *> Expects the application in the record area.

       FIND-OPEN-APPLICATION.
           SET OPEN-APP-NOT-FOUND TO TRUE.
           SET APP-NOT-EOF TO TRUE.
           MOVE WS-INPUT-ID TO APP-CUST-ID.
           MOVE 0 TO APP-TAKEN-DATE.
           MOVE 0 TO APP-TAKEN-TIME.
           START APPLICATION-FILE KEY >= APP-KEY
               INVALID KEY
                   SET APP-EOF TO TRUE
           END-START.
           PERFORM UNTIL APP-EOF
               READ APPLICATION-FILE NEXT RECORD
                   AT END
                       SET APP-EOF TO TRUE
                   NOT AT END
                       IF APP-CUST-ID NOT = WS-INPUT-ID
                           SET APP-EOF TO TRUE
                       ELSE
                           IF APP-PENDING OR APP-APPROVED
                               SET OPEN-APP-FOUND TO TRUE
                               MOVE APP-KEY TO WS-OPEN-APP-KEY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF OPEN-APP-FOUND
               MOVE WS-OPEN-APP-KEY TO APP-KEY
               READ APPLICATION-FILE
                   INVALID KEY
                       SET OPEN-APP-NOT-FOUND TO TRUE
               END-READ
           END-IF.
           *> Walks the ID's rows in key order and re-reads the open
           *> one by key, so the record area holds it for the
           *> REWRITE that settles it.

       MENU-TAKE-APPLICATION.
           PERFORM PROMPT-FOR-ID.
           PERFORM VALIDATE-CHECK-DIGIT.
           IF CHECK-DIGIT-BAD
               DISPLAY "Rejected, bad check digit ID " WS-INPUT-ID
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM CHECK-ON-MASTER
               PERFORM FIND-OPEN-APPLICATION
               EVALUATE TRUE
                   WHEN ON-MASTER
                       DISPLAY "Rejected, " WS-INPUT-ID
                           " is already a customer"
                       ADD 1 TO WS-REJECT-COUNT
                   WHEN OPEN-APP-FOUND
                       DISPLAY "Rejected, application already "
                           APP-STATUS " for this ID, taken by "
                           APP-TAKEN-BY " on " APP-TAKEN-DATE
                       ADD 1 TO WS-REJECT-COUNT
                   WHEN OTHER
                       PERFORM ACCEPT-APPLICATION-DETAILS
               END-EVALUATE
           END-IF.

       ACCEPT-APPLICATION-DETAILS.
           INITIALIZE CUST-APPLICATION-RECORD.
           DISPLAY "Customer name: " WITH NO ADVANCING.
           ACCEPT WS-INPUT-NAME.
           DISPLAY "Customer category: " WITH NO ADVANCING.
           ACCEPT WS-INPUT-CAT.
           DISPLAY "Line 1: " WITH NO ADVANCING.
           ACCEPT APP-ADDR-LINE-1.
           DISPLAY "Line 2: " WITH NO ADVANCING.
           ACCEPT APP-ADDR-LINE-2.
           DISPLAY "City: " WITH NO ADVANCING.
           ACCEPT APP-ADDR-CITY.
           DISPLAY "Postal code: " WITH NO ADVANCING.
           ACCEPT APP-ADDR-POSTAL.
           DISPLAY "Phone: " WITH NO ADVANCING.
           ACCEPT APP-ADDR-PHONE.
           DISPLAY "Email: " WITH NO ADVANCING.
           ACCEPT APP-ADDR-EMAIL.
           DISPLAY "Contact: " WITH NO ADVANCING.
           ACCEPT APP-CONTACT.
           DISPLAY "Requested credit limit (0 = no limit): "
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-AMOUNT-TEXT.
           IF WS-INPUT-AMOUNT-TEXT = SPACES
               MOVE 0 TO WS-INPUT-AMOUNT
           ELSE
               COMPUTE WS-INPUT-AMOUNT =
                   FUNCTION NUMVAL(WS-INPUT-AMOUNT-TEXT)
           END-IF.
           PERFORM VALIDATE-CATEGORY.
           EVALUATE TRUE
               WHEN WS-INPUT-NAME = SPACES
                   DISPLAY "A name is required - nothing taken"
                   ADD 1 TO WS-REJECT-COUNT
               WHEN CATEGORY-BAD
                   DISPLAY "Rejected, category not on file "
                       WS-INPUT-CAT
                   ADD 1 TO WS-REJECT-COUNT
               WHEN APP-ADDR-LINE-1 = SPACES
                   DISPLAY "An address is required - nothing taken"
                   ADD 1 TO WS-REJECT-COUNT
               WHEN OTHER
                   PERFORM CHOOSE-APPLICATION-BRANCH
                   IF BRANCH-ALLOWED
                       PERFORM STORE-APPLICATION
                   ELSE
                       ADD 1 TO WS-REJECT-COUNT
                   END-IF
           END-EVALUATE.
           *> The same rule TransactionEdit applies to an address
           *> line - no first line, no address.

       CHOOSE-APPLICATION-BRANCH.
           SET BRANCH-ALLOWED TO TRUE.
           MOVE SPACES TO WS-INPUT-BRANCH.
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
               PERFORM CHECK-CHOSEN-BRANCH
           END-IF.
           *> Blank takes the branch the ID's range gives it, or the
           *> operator's own for an ID outside every range - the
           *> customer menu's add rule. A single book is never asked.

       CHECK-CHOSEN-BRANCH.
           SET BRNL-VALIDATE TO TRUE.
           MOVE WS-INPUT-BRANCH TO BRNL-BRANCH-CODE.
           CALL "BranchLookup" USING BRNL-CALL-AREA.
           IF BRNL-FAILED
               DISPLAY "Rejected, branch not on file "
                   WS-INPUT-BRANCH
               SET BRANCH-REFUSED TO TRUE
           ELSE
           IF NOT OPERATOR-ALL-BRANCHES
               AND WS-INPUT-BRANCH NOT = WS-OPERATOR-BRANCH
               DISPLAY "Rejected, branch " WS-OPERATOR-BRANCH
                   " may only take its own customers"
               SET BRANCH-REFUSED TO TRUE
           END-IF
           END-IF.

       STORE-APPLICATION.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE WS-INPUT-ID TO APP-CUST-ID.
           MOVE WS-RUN-DATE TO APP-TAKEN-DATE.
           MOVE WS-STAMP-TIME TO APP-TAKEN-TIME.
           MOVE WS-INPUT-NAME TO APP-CUST-NAME.
           MOVE WS-INPUT-CAT TO APP-CUST-CAT.
           MOVE WS-INPUT-BRANCH TO APP-BRANCH.
           MOVE WS-INPUT-AMOUNT TO APP-REQUESTED-LIMIT.
           MOVE 0 TO APP-APPROVED-LIMIT.
           MOVE WS-OPERATOR-ID TO APP-TAKEN-BY.
           SET APP-PENDING TO TRUE.
           MOVE SPACES TO APP-REVIEWER.
           MOVE 0 TO APP-DECIDED-DATE.
           MOVE SPACES TO APP-DECISION-NOTE.
           MOVE 0 TO APP-OPENED-DATE.
           WRITE CUST-APPLICATION-RECORD
               INVALID KEY
                   DISPLAY "Could not record application - status "
                       WS-APPLICATION-STATUS
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-TAKEN-COUNT
                   DISPLAY "Application recorded - another operator"
                       " must review it"
           END-WRITE.
           *> Nothing reaches the master until a second operator
           *> approves.

       MENU-APPROVE-APPLICATION.
           PERFORM PROMPT-FOR-ID.
           PERFORM FIND-OPEN-APPLICATION.
           IF OPEN-APP-NOT-FOUND OR NOT APP-PENDING
               DISPLAY "No pending application for " WS-INPUT-ID
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM CHECK-APPLICATION-BRANCH
               IF BRANCH-REFUSED
                   DISPLAY "Not authorized - application is for"
                       " branch " APP-BRANCH
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   PERFORM SHOW-ONE-APPLICATION
                   PERFORM CHECK-ON-MASTER
                   EVALUATE TRUE
                       WHEN APP-TAKEN-BY = WS-OPERATOR-ID
                           DISPLAY "Refused - you took this"
                               " application; another operator"
                               " must review it"
                           ADD 1 TO WS-REJECT-COUNT
                       WHEN ON-MASTER
                           DISPLAY "Refused - " WS-INPUT-ID
                               " has been added since; decline it"
                           ADD 1 TO WS-REJECT-COUNT
                       WHEN OTHER
                           PERFORM ACCEPT-APPROVAL-TERMS
                   END-EVALUATE
               END-IF
           END-IF.
           *> Maker-checker, as on credit limits: whoever took the
           *> application can never be the one who approves it.

       ACCEPT-APPROVAL-TERMS.
           MOVE APP-REQUESTED-LIMIT TO WS-REQUESTED-EDIT.
           DISPLAY "Approved credit limit (blank for "
               WS-REQUESTED-EDIT "): " WITH NO ADVANCING.
           ACCEPT WS-INPUT-AMOUNT-TEXT.
           IF WS-INPUT-AMOUNT-TEXT = SPACES
               MOVE APP-REQUESTED-LIMIT TO WS-INPUT-AMOUNT
           ELSE
               COMPUTE WS-INPUT-AMOUNT =
                   FUNCTION NUMVAL(WS-INPUT-AMOUNT-TEXT)
           END-IF.
           DISPLAY "Reason for approving: " WITH NO ADVANCING.
           ACCEPT WS-INPUT-TEXT.
           IF WS-INPUT-TEXT = SPACES
               DISPLAY "A reason is required - application left"
                   " pending"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               DISPLAY "Approve and queue the add (Y/N)? "
                   WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   PERFORM QUEUE-CUSTOMER-ADD
               ELSE
                   DISPLAY "Not approved - application left pending"
               END-IF
           END-IF.

       QUEUE-CUSTOMER-ADD.
           OPEN EXTEND TRANSACTION-FILE.
           IF WS-TRANS-STATUS NOT = "00"
               OPEN OUTPUT TRANSACTION-FILE
           END-IF.
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "Could not queue the add - status "
                   WS-TRANS-STATUS "; application left pending"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE "A" TO TRAN-CODE
               MOVE APP-CUST-ID TO TRAN-CUST-ID
               MOVE APP-CUST-NAME TO TRAN-CUST-NAME
               MOVE APP-CUST-CAT TO TRAN-CUST-CAT
               MOVE WS-RUN-DATE(3:6) TO TRAN-DATE-YYMMDD
               WRITE MAINT-TRAN-RECORD
               CLOSE TRANSACTION-FILE
               PERFORM SETTLE-APPROVED-APPLICATION
           END-IF.
           *> Opened and closed per approval, the way the notes are,
           *> so the edit step can pick CUSTTRAN up with the menu
           *> still signed on.

       SETTLE-APPROVED-APPLICATION.
           SET APP-APPROVED TO TRUE.
           MOVE WS-INPUT-AMOUNT TO APP-APPROVED-LIMIT.
           MOVE WS-OPERATOR-ID TO APP-REVIEWER.
           MOVE WS-RUN-DATE TO APP-DECIDED-DATE.
           MOVE WS-INPUT-TEXT TO APP-DECISION-NOTE.
           REWRITE CUST-APPLICATION-RECORD.
           ADD 1 TO WS-APPROVED-COUNT.
           PERFORM STORE-APPLICATION-BRANCH.
           DISPLAY "Approved - the customer, address, and opening"
               " balance go on with tonight's maintenance run".

       STORE-APPLICATION-BRANCH.
           IF APP-BRANCH NOT = SPACES
               SET BRNL-SET-BRANCH TO TRUE
               MOVE APP-CUST-ID TO BRNL-CUST-ID
               MOVE APP-BRANCH TO BRNL-BRANCH-CODE
               MOVE WS-OPERATOR-ID TO BRNL-SET-BY
               CALL "BranchLookup" USING BRNL-CALL-AREA
               IF BRNL-FAILED
                   DISPLAY "Branch not recorded - the ID range"
                       " places the customer until it is"
               END-IF
           END-IF.
           *> Placed now, so the add finds its branch already on
           *> CUSTBRCH - an ID outside every range is not sent back.

       MENU-DECLINE-APPLICATION.
           PERFORM PROMPT-FOR-ID.
           PERFORM FIND-OPEN-APPLICATION.
           IF OPEN-APP-NOT-FOUND OR NOT APP-PENDING
               DISPLAY "No pending application for " WS-INPUT-ID
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM CHECK-APPLICATION-BRANCH
               IF BRANCH-REFUSED
                   DISPLAY "Not authorized - application is for"
                       " branch " APP-BRANCH
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   PERFORM SHOW-ONE-APPLICATION
                   DISPLAY "Reason for declining: " WITH NO ADVANCING
                   ACCEPT WS-INPUT-TEXT
                   IF WS-INPUT-TEXT = SPACES
                       DISPLAY "A reason is required - application"
                           " left pending"
                       ADD 1 TO WS-REJECT-COUNT
                   ELSE
                       SET APP-DECLINED TO TRUE
                       MOVE WS-OPERATOR-ID TO APP-REVIEWER
                       MOVE WS-RUN-DATE TO APP-DECIDED-DATE
                       MOVE WS-INPUT-TEXT TO APP-DECISION-NOTE
                       REWRITE CUST-APPLICATION-RECORD
                       ADD 1 TO WS-DECLINED-COUNT
                       DISPLAY "Application declined - nothing added"
                   END-IF
               END-IF
           END-IF.
           *> Whoever took it may decline it - that is a withdrawal,
           *> and it adds nothing.

       SHOW-ONE-APPLICATION.
           MOVE APP-REQUESTED-LIMIT TO WS-REQUESTED-EDIT.
           DISPLAY APP-CUST-ID " " APP-CUST-NAME
               " category " APP-CUST-CAT
               " branch " APP-BRANCH.
           DISPLAY "    " APP-ADDR-LINE-1 " " APP-ADDR-CITY
               " " APP-ADDR-POSTAL.
           DISPLAY "    contact " APP-CONTACT " " APP-ADDR-PHONE.
           DISPLAY "    limit asked " WS-REQUESTED-EDIT
               " taken by " APP-TAKEN-BY " on " APP-TAKEN-DATE.

       MENU-LIST-PENDING-APPLICATIONS.
           MOVE 0 TO WS-LIST-COUNT.
           SET APP-NOT-EOF TO TRUE.
           MOVE LOW-VALUES TO APP-KEY.
           START APPLICATION-FILE KEY >= APP-KEY
               INVALID KEY
                   SET APP-EOF TO TRUE
           END-START.
           PERFORM UNTIL APP-EOF
               READ APPLICATION-FILE NEXT RECORD
                   AT END
                       SET APP-EOF TO TRUE
                   NOT AT END
                       IF APP-PENDING
                           PERFORM LIST-ONE-PENDING-APPLICATION
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Pending applications: " WS-LIST-COUNT.

       LIST-ONE-PENDING-APPLICATION.
           PERFORM CHECK-APPLICATION-BRANCH.
           IF BRANCH-ALLOWED
               ADD 1 TO WS-LIST-COUNT
               COMPUTE WS-WAIT-DAYS = WS-TODAY-INTEGER
                   - FUNCTION INTEGER-OF-DATE(APP-TAKEN-DATE)
               MOVE APP-REQUESTED-LIMIT TO WS-REQUESTED-EDIT
               DISPLAY APP-CUST-ID " " APP-CUST-NAME
                   " " WS-REQUESTED-EDIT
                   " by " APP-TAKEN-BY
                   " waiting " WS-WAIT-DAYS " days"
           END-IF.

       MENU-DISPLAY-APPLICATIONS.
           PERFORM PROMPT-FOR-ID.
           MOVE 0 TO WS-LIST-COUNT.
           SET APP-NOT-EOF TO TRUE.
           MOVE WS-INPUT-ID TO APP-CUST-ID.
           MOVE 0 TO APP-TAKEN-DATE.
           MOVE 0 TO APP-TAKEN-TIME.
           START APPLICATION-FILE KEY >= APP-KEY
               INVALID KEY
                   SET APP-EOF TO TRUE
           END-START.
           PERFORM UNTIL APP-EOF
               READ APPLICATION-FILE NEXT RECORD
                   AT END
                       SET APP-EOF TO TRUE
                   NOT AT END
                       IF APP-CUST-ID NOT = WS-INPUT-ID
                           SET APP-EOF TO TRUE
                       ELSE
                           PERFORM SHOW-ONE-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Applications on file: " WS-LIST-COUNT.

       SHOW-ONE-HISTORY-ROW.
           PERFORM CHECK-APPLICATION-BRANCH.
           IF BRANCH-ALLOWED
               ADD 1 TO WS-LIST-COUNT
               PERFORM SHOW-ONE-APPLICATION
               DISPLAY "    status " APP-STATUS
                   " reviewer " APP-REVIEWER
               IF NOT APP-PENDING
                   MOVE APP-APPROVED-LIMIT TO WS-APPROVED-EDIT
                   DISPLAY "    decided " APP-DECIDED-DATE
                       ": " APP-DECISION-NOTE
                   IF APP-APPROVED OR APP-OPENED
                       DISPLAY "    limit approved "
                           WS-APPROVED-EDIT
                           " opened " APP-OPENED-DATE
                   END-IF
               END-IF
           END-IF.

       CLOSE-FILES.
           IF WS-CUSTOMER-STATUS = "00"
               CLOSE CUSTOMER-FILE
           END-IF.
           CLOSE APPLICATION-FILE.

       WRITE-OPERATOR-ALERT.
           MOVE "ApplicationMenu" TO ALERT-PROGRAM-NAME.
           MOVE RETURN-CODE TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-FILE-STATUSES.
           STRING "OPER=" WS-OPERATOR-STATUS
               DELIMITED BY SIZE INTO ALERT-FILE-STATUSES.
           MOVE "SIGN-ON REFUSED"
               TO ALERT-ACTION-TEXT.
           CALL "AlertWriter" USING ALERT-CALL-AREA.
