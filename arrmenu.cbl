       IDENTIFICATION DIVISION.
       PROGRAM-ID. ArrangementMenu.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           *> Same operator security file as PaymentEntryMenu -
           *> anyone signed on may look, only update-level
           *> authority may set up or cancel an arrangement.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.
           *> Read-only - proves the account before a plan is set.

           SELECT BALANCE-FILE ASSIGN TO "CUSTBALF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-CUST-ID
               FILE STATUS IS WS-BALANCE-STATUS.
           *> Read-only - a plan pays down a debit balance, so there
           *> has to be one.

           SELECT ARRANGEMENT-FILE ASSIGN TO "ARRANGE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARR-CUST-ID
               FILE STATUS IS WS-ARRANGE-STATUS.
           *> One arrangement per customer - a new plan replaces a
           *> broken, completed, or cancelled one in place.

           SELECT NOTES-FILE ASSIGN TO "CUSTNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTES-STATUS.
           *> Setting up and cancelling each leave a line in the
           *> customer's contact history.

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

       FD  ARRANGEMENT-FILE.
           COPY CUSTARR.

       FD  NOTES-FILE.
           COPY CUSTNOT.

       FD  LOCK-FILE.
           COPY CUSTLCK.

       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-STATUS      PIC X(02) VALUE "00".
       01 WS-CUSTOMER-STATUS      PIC X(02) VALUE "00".
       01 WS-BALANCE-STATUS       PIC X(02) VALUE "00".
       01 WS-ARRANGE-STATUS       PIC X(02) VALUE "00".
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
       88 MENU-SET-UP             VALUE "1".
       88 MENU-CANCEL             VALUE "2".
       88 MENU-DISPLAY            VALUE "3".

       01 WS-INPUT-ID             PIC 9(10).
       01 WS-INPUT-AMOUNT-TEXT    PIC X(12).
       01 WS-INPUT-AMOUNT         PIC 9(07)V99.
       *> Typed with a real decimal point ("25.00") and converted
       *> with NUMVAL, the same way PaymentEntryMenu takes its
       *> payments in.
       01 WS-INPUT-FREQUENCY      PIC X(01).
       88 FREQUENCY-OK            VALUE "W", "F", "M".
       01 WS-INPUT-START          PIC 9(06).
       01 WS-INPUT-END            PIC 9(06).
       01 WS-START-DATE           PIC 9(08).
       01 WS-END-DATE             PIC 9(08).
       01 WS-DATE-SWITCH          PIC X(01).
       88 DATES-OK                VALUE "Y".
       88 DATES-BAD               VALUE "N".

       01 WS-CHECK-DIGIT-SWITCH   PIC X(01).
       88 CHECK-DIGIT-OK          VALUE "Y".
       88 CHECK-DIGIT-BAD         VALUE "N".

       01 WS-RUN-DATE             PIC 9(08).
       01 WS-NOTE-TEXT            PIC X(60).
       01 WS-AMOUNT-EDIT          PIC Z(06)9.99.
       01 WS-BALANCE-EDIT         PIC Z(06)9.99-.
       01 WS-SET-UP-COUNT         PIC 9(04) VALUE 0.
       01 WS-CANCELLED-COUNT      PIC 9(04) VALUE 0.
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
           DISPLAY "=== Payment Arrangements ===".
           PERFORM SIGN-ON-OPERATOR.
           IF NOT-SIGNED-ON
               DISPLAY "Sign-on failed - arrangements not started"
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
           DISPLAY "Arrangements set up: " WS-SET-UP-COUNT
               " cancelled: " WS-CANCELLED-COUNT.
           DISPLAY "=== Payment Arrangements End ===".
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
           OPEN INPUT BALANCE-FILE.
           OPEN I-O ARRANGEMENT-FILE.
           IF WS-ARRANGE-STATUS = "35"
               OPEN OUTPUT ARRANGEMENT-FILE
               CLOSE ARRANGEMENT-FILE
               OPEN I-O ARRANGEMENT-FILE
           END-IF.
           *> Status 35 = file does not exist yet - create it empty
           *> on the first run, same as the reference menus.

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "1 - Set up arrangement".
           DISPLAY "2 - Cancel arrangement".
           DISPLAY "3 - Display arrangement".
           DISPLAY "0 - Exit".
           DISPLAY "Select an option: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.
           EVALUATE TRUE
               WHEN MENU-SET-UP AND NOT UPDATE-AUTHORITY
                   DISPLAY "Not authorized - update authority required"
               WHEN MENU-CANCEL AND NOT UPDATE-AUTHORITY
                   DISPLAY "Not authorized - update authority required"
               WHEN MENU-SET-UP OR MENU-CANCEL
                   PERFORM RUN-UNDER-MASTER-LOCK
               WHEN MENU-DISPLAY
                   PERFORM MENU-DISPLAY-ARRANGEMENT
               WHEN MENU-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Not a valid option"
           END-EVALUATE.

       RUN-UNDER-MASTER-LOCK.
           PERFORM ACQUIRE-MASTER-LOCK.
           IF LOCK-ACQUIRED
               EVALUATE TRUE
                   WHEN MENU-SET-UP
                       PERFORM MENU-SET-UP-ARRANGEMENT
                   WHEN MENU-CANCEL
                       PERFORM MENU-CANCEL-ARRANGEMENT
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
               MOVE "ArrangementMenu" TO LOCK-OWNER
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
           MOVE WS-INPUT-ID TO ARR-CUST-ID.

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

       MENU-SET-UP-ARRANGEMENT.
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
                           PERFORM SET-UP-FOR-CUSTOMER
                   END-READ
               END-IF
           END-IF.

       SET-UP-FOR-CUSTOMER.
           MOVE WS-INPUT-ID TO BAL-CUST-ID.
           MOVE 0 TO BAL-CURRENT.
           READ BALANCE-FILE
               INVALID KEY
                   MOVE 0 TO BAL-CURRENT
           END-READ.
           MOVE WS-INPUT-ID TO ARR-CUST-ID.
           READ ARRANGEMENT-FILE
               INVALID KEY
                   CONTINUE
           END-READ.
           EVALUATE TRUE
               WHEN BAL-CURRENT <= 0
                   DISPLAY "Rejected, no debit balance to arrange"
                   ADD 1 TO WS-REJECT-COUNT
               WHEN WS-ARRANGE-STATUS = "00" AND ARR-ACTIVE
                   DISPLAY "Rejected, arrangement already active"
                       " since " ARR-SET-DATE
                   ADD 1 TO WS-REJECT-COUNT
               WHEN OTHER
                   PERFORM ACCEPT-ARRANGEMENT-TERMS
           END-EVALUATE.

       ACCEPT-ARRANGEMENT-TERMS.
           DISPLAY "Customer: " CUST-NAME.
           MOVE BAL-CURRENT TO WS-BALANCE-EDIT.
           DISPLAY "Balance owed: " WS-BALANCE-EDIT.
           DISPLAY "Instalment amount: " WITH NO ADVANCING.
           ACCEPT WS-INPUT-AMOUNT-TEXT.
           IF WS-INPUT-AMOUNT-TEXT = SPACES
               MOVE 0 TO WS-INPUT-AMOUNT
           ELSE
               COMPUTE WS-INPUT-AMOUNT =
                   FUNCTION NUMVAL(WS-INPUT-AMOUNT-TEXT)
           END-IF.
           DISPLAY "Frequency (W weekly, F fortnightly, M monthly): "
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-FREQUENCY.
           MOVE FUNCTION UPPER-CASE(WS-INPUT-FREQUENCY)
               TO WS-INPUT-FREQUENCY.
           DISPLAY "First instalment due (YYMMDD): "
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-START.
           DISPLAY "Last instalment by (YYMMDD): "
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-END.
           PERFORM CHECK-ARRANGEMENT-DATES.
           EVALUATE TRUE
               WHEN WS-INPUT-AMOUNT = 0
                   DISPLAY "Amount not understood - nothing set up"
                   ADD 1 TO WS-REJECT-COUNT
               WHEN NOT FREQUENCY-OK
                   DISPLAY "Frequency not W/F/M - nothing set up"
                   ADD 1 TO WS-REJECT-COUNT
               WHEN DATES-BAD
                   ADD 1 TO WS-REJECT-COUNT
               WHEN WS-INPUT-FREQUENCY = "M"
                   AND WS-START-DATE(7:2) > "28"
                   DISPLAY "Monthly plans fall due on day 1-28 only"
                       " - nothing set up"
                   ADD 1 TO WS-REJECT-COUNT
               WHEN OTHER
                   PERFORM STORE-ARRANGEMENT
           END-EVALUATE.

       CHECK-ARRANGEMENT-DATES.
           SET DATES-OK TO TRUE.
           SET VALD-DATE TO TRUE.
           MOVE WS-INPUT-START TO VALD-DATE-YYMMDD.
           CALL "CustomerValidation" USING VALD-CALL-AREA.
           IF VALD-PASSED
               MOVE VALD-DATE-CCYYMMDD TO WS-START-DATE
           ELSE
               SET DATES-BAD TO TRUE
               DISPLAY "First due date not valid - nothing set up"
           END-IF.
           IF DATES-OK
               SET VALD-DATE TO TRUE
               MOVE WS-INPUT-END TO VALD-DATE-YYMMDD
               CALL "CustomerValidation" USING VALD-CALL-AREA
               IF VALD-PASSED
                   MOVE VALD-DATE-CCYYMMDD TO WS-END-DATE
               ELSE
                   SET DATES-BAD TO TRUE
                   DISPLAY "Last date not valid - nothing set up"
               END-IF
           END-IF.
           IF DATES-OK
               IF WS-START-DATE < WS-RUN-DATE
                   OR WS-END-DATE < WS-START-DATE
                   SET DATES-BAD TO TRUE
                   DISPLAY "First due date must be today or later,"
                       " last date on or after it - nothing set up"
               END-IF
           END-IF.
           *> Dates go through the same century window as every
           *> other keyed date, so a plan can never straddle 1999.

       STORE-ARRANGEMENT.
           MOVE WS-INPUT-ID TO ARR-CUST-ID.
           MOVE WS-INPUT-AMOUNT TO ARR-INSTALMENT.
           MOVE WS-INPUT-FREQUENCY TO ARR-FREQUENCY.
           MOVE WS-START-DATE TO ARR-START-DATE.
           MOVE WS-END-DATE TO ARR-END-DATE.
           MOVE WS-OPERATOR-ID TO ARR-OPERATOR.
           MOVE WS-RUN-DATE TO ARR-SET-DATE.
           SET ARR-ACTIVE TO TRUE.
           MOVE 0 TO ARR-KEPT-COUNT.
           MOVE 0 TO ARR-CLOSE-DATE.
           IF WS-ARRANGE-STATUS = "23"
               WRITE PAYMENT-ARRANGEMENT-RECORD
           ELSE
               REWRITE PAYMENT-ARRANGEMENT-RECORD
           END-IF.
           *> Status 23 is the READ that found no row - a first
           *> plan is written, a replacement rewritten over the old.
           ADD 1 TO WS-SET-UP-COUNT.
           MOVE WS-INPUT-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-NOTE-TEXT.
           STRING "ARRANGEMENT SET " WS-AMOUNT-EDIT
               " " ARR-FREQUENCY
               " FROM " ARR-START-DATE
               " TO " ARR-END-DATE
               DELIMITED BY SIZE INTO WS-NOTE-TEXT.
           PERFORM APPEND-ARRANGEMENT-NOTE.
           DISPLAY "Arrangement set up - ladder and letters held"
               " while it is kept".

       MENU-CANCEL-ARRANGEMENT.
           PERFORM PROMPT-FOR-CUSTOMER.
           PERFORM CHECK-BRANCH-ACCESS.
           IF BRANCH-ALLOWED
               READ ARRANGEMENT-FILE
                   INVALID KEY
                       DISPLAY "Rejected, no arrangement on file for "
                           WS-INPUT-ID
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       IF ARR-ACTIVE
                           SET ARR-CANCELLED TO TRUE
                           MOVE WS-RUN-DATE TO ARR-CLOSE-DATE
                           REWRITE PAYMENT-ARRANGEMENT-RECORD
                           ADD 1 TO WS-CANCELLED-COUNT
                           MOVE SPACES TO WS-NOTE-TEXT
                           STRING "ARRANGEMENT CANCELLED AFTER "
                               ARR-KEPT-COUNT " INSTALMENTS KEPT"
                               DELIMITED BY SIZE INTO WS-NOTE-TEXT
                           PERFORM APPEND-ARRANGEMENT-NOTE
                           DISPLAY "Arrangement cancelled - normal"
                               " collections from tonight"
                       ELSE
                           DISPLAY "Rejected, arrangement not active ("
                               ARR-STATUS ")"
                           ADD 1 TO WS-REJECT-COUNT
                       END-IF
               END-READ
           END-IF.

       APPEND-ARRANGEMENT-NOTE.
           OPEN EXTEND NOTES-FILE.
           IF WS-NOTES-STATUS NOT = "00"
               OPEN OUTPUT NOTES-FILE
           END-IF.
           MOVE ARR-CUST-ID TO NOTE-CUST-ID.
           MOVE WS-RUN-DATE TO NOTE-DATE.
           ACCEPT NOTE-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO NOTE-OPERATOR.
           MOVE WS-NOTE-TEXT TO NOTE-TEXT.
           WRITE CUSTOMER-NOTE-RECORD.
           CLOSE NOTES-FILE.

       MENU-DISPLAY-ARRANGEMENT.
           PERFORM PROMPT-FOR-CUSTOMER.
           PERFORM CHECK-BRANCH-ACCESS.
           IF BRANCH-ALLOWED
               READ ARRANGEMENT-FILE
                   INVALID KEY
                       DISPLAY "No arrangement on file for " WS-INPUT-ID
                   NOT INVALID KEY
                       MOVE ARR-INSTALMENT TO WS-AMOUNT-EDIT
                       DISPLAY "Instalment " WS-AMOUNT-EDIT
                           " frequency " ARR-FREQUENCY
                           " from " ARR-START-DATE " to " ARR-END-DATE
                       DISPLAY "    status " ARR-STATUS
                           " kept " ARR-KEPT-COUNT
                           " set " ARR-SET-DATE " by " ARR-OPERATOR
                       IF NOT ARR-ACTIVE
                           DISPLAY "    closed " ARR-CLOSE-DATE
                       END-IF
               END-READ
           END-IF.

       CLOSE-FILES.
           IF WS-CUSTOMER-STATUS = "00"
               CLOSE CUSTOMER-FILE
           END-IF.
           CLOSE BALANCE-FILE.
           CLOSE ARRANGEMENT-FILE.

       WRITE-OPERATOR-ALERT.
           MOVE "ArrangementMenu" TO ALERT-PROGRAM-NAME.
           MOVE RETURN-CODE TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-FILE-STATUSES.
           STRING "OPER=" WS-OPERATOR-STATUS
               DELIMITED BY SIZE INTO ALERT-FILE-STATUSES.
           MOVE "SIGN-ON REFUSED"
               TO ALERT-ACTION-TEXT.
           CALL "AlertWriter" USING ALERT-CALL-AREA.
