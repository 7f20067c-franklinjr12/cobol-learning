       IDENTIFICATION DIVISION.
       PROGRAM-ID. OfficerAssignMenu.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           *> Same operator security file as the other menus. Only
           *> update-level authority may move a customer between
           *> portfolios, and an officer has to be an operator here.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.
           *> Read-only - proves each account and shows the name.

           SELECT OFFICER-FILE ASSIGN TO "CUSTOFC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OFC-CUST-ID
               ALTERNATE RECORD KEY IS OFC-OFFICER
                   WITH DUPLICATES
               FILE STATUS IS WS-OFFICER-STATUS.
           *> The assignments themselves. Created empty the first
           *> time the menu is used.

           SELECT NOTES-FILE ASSIGN TO "CUSTNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTES-STATUS.
           *> Every assignment leaves a line in the customer's
           *> contact history under the operator.

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

       FD  OFFICER-FILE.
           COPY CUSTOFC.

       FD  NOTES-FILE.
           COPY CUSTNOT.

       FD  LOCK-FILE.
           COPY CUSTLCK.

       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-STATUS      PIC X(02) VALUE "00".
       01 WS-CUSTOMER-STATUS      PIC X(02) VALUE "00".
       01 WS-OFFICER-STATUS       PIC X(02) VALUE "00".
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
       88 MENU-ASSIGN             VALUE "1".
       88 MENU-SHOW-OFFICER       VALUE "2".
       88 MENU-SHOW-PORTFOLIO     VALUE "3".

       01 WS-INPUT-ID             PIC 9(10).
       01 WS-INPUT-OFFICER        PIC X(08).
       01 WS-CONFIRM              PIC X(01).

       01 WS-CHECK-DIGIT-SWITCH   PIC X(01).
       88 CHECK-DIGIT-OK          VALUE "Y".
       88 CHECK-DIGIT-BAD         VALUE "N".
       01 WS-CUSTOMER-FOUND-SWITCH PIC X(01).
       88 CUSTOMER-FOUND          VALUE "Y".
       88 CUSTOMER-NOT-FOUND      VALUE "N".
       01 WS-OFFICER-FOUND-SWITCH PIC X(01).
       88 ASSIGNMENT-FOUND        VALUE "Y".
       88 ASSIGNMENT-NOT-FOUND    VALUE "N".
       01 WS-OPERATOR-KNOWN-SWITCH PIC X(01).
       88 OFFICER-IS-OPERATOR     VALUE "Y".
       88 OFFICER-NOT-OPERATOR    VALUE "N".
       01 WS-OFFICER-EOF-SWITCH   PIC X(01) VALUE "N".
       88 OFFICER-EOF             VALUE "Y".
       88 OFFICER-NOT-EOF         VALUE "N".

       01 WS-RUN-DATE             PIC 9(08).
       01 WS-NOTE-CUST-ID         PIC 9(10).
       01 WS-NOTE-TEXT            PIC X(60).
       01 WS-PORTFOLIO-COUNT      PIC 9(06).
       01 WS-CHANGED-COUNT        PIC 9(04) VALUE 0.
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
           DISPLAY "=== Account Officer Assignment ===".
           PERFORM SIGN-ON-OPERATOR.
           IF NOT-SIGNED-ON
               DISPLAY "Sign-on failed - officer assignment not started"
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
           DISPLAY "Assignments changed: " WS-CHANGED-COUNT
               " refused: " WS-REJECT-COUNT.
           DISPLAY "=== Account Officer Assignment End ===".
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
           OPEN I-O OFFICER-FILE.
           IF WS-OFFICER-STATUS = "35"
               OPEN OUTPUT OFFICER-FILE
               CLOSE OFFICER-FILE
               OPEN I-O OFFICER-FILE
           END-IF.
           *> Status 35 = file does not exist yet - create it empty
           *> on the first run, same as the reference menus.

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "1 - Assign or move a customer's officer".
           DISPLAY "2 - Display a customer's officer".
           DISPLAY "3 - List an officer's portfolio".
           DISPLAY "0 - Exit".
           DISPLAY "Select an option: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.
           EVALUATE TRUE
               WHEN MENU-ASSIGN AND NOT UPDATE-AUTHORITY
                   DISPLAY "Not authorized - update authority required"
               WHEN MENU-ASSIGN
                   PERFORM RUN-UNDER-MASTER-LOCK
               WHEN MENU-SHOW-OFFICER
                   PERFORM MENU-DISPLAY-OFFICER
               WHEN MENU-SHOW-PORTFOLIO
                   PERFORM MENU-LIST-PORTFOLIO
               WHEN MENU-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Not a valid option"
           END-EVALUATE.

       RUN-UNDER-MASTER-LOCK.
           PERFORM ACQUIRE-MASTER-LOCK.
           IF LOCK-ACQUIRED
               EVALUATE TRUE
                   WHEN MENU-ASSIGN
                       PERFORM MENU-ASSIGN-OFFICER
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
               MOVE "OfficerAssignMenu" TO LOCK-OWNER
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

       PROVE-CUSTOMER.
           SET CUSTOMER-NOT-FOUND TO TRUE.
           SET VALD-CHECK-DIGIT TO TRUE.
           MOVE WS-INPUT-ID TO VALD-CUST-ID.
           CALL "CustomerValidation" USING VALD-CALL-AREA.
           IF VALD-PASSED
               SET CHECK-DIGIT-OK TO TRUE
               MOVE WS-INPUT-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY "Rejected, ID not on file "
                           WS-INPUT-ID
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       SET CUSTOMER-FOUND TO TRUE
               END-READ
           ELSE
               SET CHECK-DIGIT-BAD TO TRUE
               DISPLAY "Rejected, bad check digit ID " WS-INPUT-ID
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

       READ-ASSIGNMENT.
           SET ASSIGNMENT-NOT-FOUND TO TRUE.
           MOVE WS-INPUT-ID TO OFC-CUST-ID.
           READ OFFICER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET ASSIGNMENT-FOUND TO TRUE
           END-READ.

       MENU-ASSIGN-OFFICER.
           PERFORM PROMPT-FOR-CUSTOMER.
           PERFORM CHECK-BRANCH-ACCESS.
           IF BRANCH-ALLOWED
               PERFORM PROVE-CUSTOMER
               IF CUSTOMER-FOUND
                   DISPLAY "Customer: " CUST-NAME
                   PERFORM READ-ASSIGNMENT
                   IF ASSIGNMENT-FOUND
                       DISPLAY "Current officer " OFC-OFFICER
                           " since " OFC-ASSIGNED-DATE
                   ELSE
                       DISPLAY "No officer assigned yet"
                   END-IF
                   DISPLAY "New officer ID: " WITH NO ADVANCING
                   ACCEPT WS-INPUT-OFFICER
                   PERFORM CHECK-OFFICER-IS-OPERATOR
                   EVALUATE TRUE
                       WHEN OFFICER-NOT-OPERATOR
                           DISPLAY "Refused - " WS-INPUT-OFFICER
                               " is not a signed-on operator ID"
                           ADD 1 TO WS-REJECT-COUNT
                       WHEN ASSIGNMENT-FOUND
                           AND OFC-OFFICER = WS-INPUT-OFFICER
                           DISPLAY "Already in that officer's portfolio"
                       WHEN OTHER
                           PERFORM SAVE-ASSIGNMENT
                   END-EVALUATE
               END-IF
           END-IF.
           *> Officers come off OPERSEC, so a mistyped ID cannot
           *> strand a customer in a portfolio nobody reads.

       CHECK-OFFICER-IS-OPERATOR.
           SET OFFICER-NOT-OPERATOR TO TRUE.
           PERFORM CHECK-ONE-OFFICER-ID
               VARYING WS-OPERATOR-INDEX FROM 1 BY 1
               UNTIL WS-OPERATOR-INDEX > WS-OPERATOR-COUNT
                  OR OFFICER-IS-OPERATOR.

       CHECK-ONE-OFFICER-ID.
           IF WS-OPER-ID(WS-OPERATOR-INDEX) = WS-INPUT-OFFICER
               AND WS-INPUT-OFFICER NOT = SPACES
               SET OFFICER-IS-OPERATOR TO TRUE
           END-IF.

       SAVE-ASSIGNMENT.
           MOVE WS-INPUT-ID TO WS-NOTE-CUST-ID.
           MOVE SPACES TO WS-NOTE-TEXT.
           IF ASSIGNMENT-FOUND
               MOVE OFC-OFFICER TO OFC-PREV-OFFICER
               MOVE WS-INPUT-OFFICER TO OFC-OFFICER
               MOVE WS-RUN-DATE TO OFC-ASSIGNED-DATE
               MOVE WS-OPERATOR-ID TO OFC-ASSIGNED-BY
               REWRITE CUSTOMER-OFFICER-RECORD
                   INVALID KEY
                       DISPLAY "Could not move officer - status "
                           WS-OFFICER-STATUS
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       STRING "OFFICER MOVED FROM " OFC-PREV-OFFICER
                           " TO " OFC-OFFICER
                           DELIMITED BY SIZE INTO WS-NOTE-TEXT
                       PERFORM NOTE-ASSIGNMENT
               END-REWRITE
           ELSE
               MOVE WS-INPUT-ID TO OFC-CUST-ID
               MOVE WS-INPUT-OFFICER TO OFC-OFFICER
               MOVE WS-RUN-DATE TO OFC-ASSIGNED-DATE
               MOVE WS-OPERATOR-ID TO OFC-ASSIGNED-BY
               MOVE SPACES TO OFC-PREV-OFFICER
               WRITE CUSTOMER-OFFICER-RECORD
                   INVALID KEY
                       DISPLAY "Could not assign officer - status "
                           WS-OFFICER-STATUS
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       STRING "ACCOUNT OFFICER ASSIGNED " OFC-OFFICER
                           DELIMITED BY SIZE INTO WS-NOTE-TEXT
                       PERFORM NOTE-ASSIGNMENT
               END-WRITE
           END-IF.

       NOTE-ASSIGNMENT.
           ADD 1 TO WS-CHANGED-COUNT.
           PERFORM APPEND-OFFICER-NOTE.
           DISPLAY "Officer assignment recorded".

       MENU-DISPLAY-OFFICER.
           PERFORM PROMPT-FOR-CUSTOMER.
           PERFORM CHECK-BRANCH-ACCESS.
           IF BRANCH-ALLOWED
               PERFORM READ-ASSIGNMENT
               IF ASSIGNMENT-NOT-FOUND
                   DISPLAY WS-INPUT-ID " has no officer assigned - the"
                       " morning portfolio run gives it its category's"
                       " default"
               ELSE
                   DISPLAY "Officer " OFC-OFFICER
                       " since " OFC-ASSIGNED-DATE
                       " by " OFC-ASSIGNED-BY
                   IF OFC-PREV-OFFICER NOT = SPACES
                       DISPLAY "Previously " OFC-PREV-OFFICER
                   END-IF
               END-IF
           END-IF.

       MENU-LIST-PORTFOLIO.
           DISPLAY "Officer ID: " WITH NO ADVANCING.
           ACCEPT WS-INPUT-OFFICER.
           MOVE 0 TO WS-PORTFOLIO-COUNT.
           SET OFFICER-NOT-EOF TO TRUE.
           MOVE WS-INPUT-OFFICER TO OFC-OFFICER.
           START OFFICER-FILE KEY = OFC-OFFICER
               INVALID KEY
                   SET OFFICER-EOF TO TRUE
           END-START.
           PERFORM UNTIL OFFICER-EOF
               READ OFFICER-FILE NEXT RECORD
                   AT END
                       SET OFFICER-EOF TO TRUE
                   NOT AT END
                       IF OFC-OFFICER NOT = WS-INPUT-OFFICER
                           SET OFFICER-EOF TO TRUE
                       ELSE
                           PERFORM SHOW-ONE-ASSIGNMENT
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Accounts in portfolio: " WS-PORTFOLIO-COUNT.

       SHOW-ONE-ASSIGNMENT.
           MOVE OFC-CUST-ID TO BRNL-CUST-ID.
           PERFORM FIND-CUSTOMER-BRANCH.
           IF BRANCH-ALLOWED
               ADD 1 TO WS-PORTFOLIO-COUNT
               MOVE SPACES TO CUST-NAME
               MOVE OFC-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "NOT ON MASTER" TO CUST-NAME
               END-READ
               DISPLAY OFC-CUST-ID " " CUST-NAME
                   " since " OFC-ASSIGNED-DATE " by " OFC-ASSIGNED-BY
           END-IF.
           *> A branch operator sees only their own branch's share of
           *> an officer's book.

       APPEND-OFFICER-NOTE.
           OPEN EXTEND NOTES-FILE.
           IF WS-NOTES-STATUS NOT = "00"
               OPEN OUTPUT NOTES-FILE
           END-IF.
           MOVE WS-NOTE-CUST-ID TO NOTE-CUST-ID.
           MOVE WS-RUN-DATE TO NOTE-DATE.
           ACCEPT NOTE-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO NOTE-OPERATOR.
           MOVE WS-NOTE-TEXT TO NOTE-TEXT.
           WRITE CUSTOMER-NOTE-RECORD.
           CLOSE NOTES-FILE.

       CLOSE-FILES.
           IF WS-CUSTOMER-STATUS = "00" OR WS-CUSTOMER-STATUS = "23"
               CLOSE CUSTOMER-FILE
           END-IF.
           CLOSE OFFICER-FILE.

       WRITE-OPERATOR-ALERT.
           MOVE "OfficerAssignMenu" TO ALERT-PROGRAM-NAME.
           MOVE RETURN-CODE TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-FILE-STATUSES.
           STRING "OPER=" WS-OPERATOR-STATUS
               DELIMITED BY SIZE INTO ALERT-FILE-STATUSES.
           MOVE "SIGN-ON REFUSED"
               TO ALERT-ACTION-TEXT.
           CALL "AlertWriter" USING ALERT-CALL-AREA.
