       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerGroupMenu.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           *> Same operator security file as the other menus - only
           *> update-level authority may set up a group or move a
           *> customer in or out of one; anyone signed on may look.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.
           *> Read-only - proves each account and shows the name.

           SELECT BALANCE-FILE ASSIGN TO "CUSTBALF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-CUST-ID
               FILE STATUS IS WS-BALANCE-STATUS.
           *> Read-only - each member's balance and own limit for
           *> the group display.

           SELECT RELATION-FILE ASSIGN TO "CUSTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-CUST-ID
               ALTERNATE RECORD KEY IS REL-PARENT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-RELATION-STATUS.
           *> The group links themselves. Created empty the first
           *> time the menu is used.

           SELECT NOTES-FILE ASSIGN TO "CUSTNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTES-STATUS.
           *> Every link made or broken leaves a line in the
           *> customer's contact history under the operator.

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

       FD  RELATION-FILE.
           COPY CUSTREL.

       FD  NOTES-FILE.
           COPY CUSTNOT.

       FD  LOCK-FILE.
           COPY CUSTLCK.

       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-STATUS      PIC X(02) VALUE "00".
       01 WS-CUSTOMER-STATUS      PIC X(02) VALUE "00".
       01 WS-BALANCE-STATUS       PIC X(02) VALUE "00".
       01 WS-RELATION-STATUS      PIC X(02) VALUE "00".
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
       88 MENU-SET-PARENT         VALUE "1".
       88 MENU-LINK-CHILD         VALUE "2".
       88 MENU-UNLINK             VALUE "3".
       88 MENU-SHOW-GROUP         VALUE "4".

       01 WS-INPUT-ID             PIC 9(10).
       01 WS-PARENT-ID            PIC 9(10).
       01 WS-INPUT-AMOUNT-TEXT    PIC X(12).
       01 WS-INPUT-AMOUNT         PIC 9(09)V99.
       *> Typed with a real decimal point and converted with
       *> NUMVAL, the way CreditLimitMenu takes a limit. Zero is
       *> allowed - no group limit, each member on its own.
       01 WS-CONFIRM              PIC X(01).

       01 WS-CHECK-DIGIT-SWITCH   PIC X(01).
       88 CHECK-DIGIT-OK          VALUE "Y".
       88 CHECK-DIGIT-BAD         VALUE "N".
       01 WS-CUSTOMER-FOUND-SWITCH PIC X(01).
       88 CUSTOMER-FOUND          VALUE "Y".
       88 CUSTOMER-NOT-FOUND      VALUE "N".
       01 WS-RELATION-FOUND-SWITCH PIC X(01).
       88 RELATION-FOUND          VALUE "Y".
       88 RELATION-NOT-FOUND      VALUE "N".
       01 WS-RELATION-EOF-SWITCH  PIC X(01) VALUE "N".
       88 RELATION-EOF            VALUE "Y".
       88 RELATION-NOT-EOF        VALUE "N".

       01 WS-RUN-DATE             PIC 9(08).
       01 WS-NOTE-CUST-ID         PIC 9(10).
       01 WS-NOTE-TEXT            PIC X(60).
       01 WS-LIMIT-EDIT           PIC Z(08)9.99.
       01 WS-BALANCE-EDIT         PIC Z(08)9.99-.
       01 WS-OWN-LIMIT-EDIT       PIC Z(06)9.99.
       01 WS-GROUP-LIMIT          PIC 9(09)V99.
       01 WS-GROUP-BALANCE        PIC S9(09)V99.
       01 WS-MEMBER-COUNT         PIC 9(04).
       01 WS-CHILD-COUNT          PIC 9(04).
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
           DISPLAY "=== Customer Group Maintenance ===".
           PERFORM SIGN-ON-OPERATOR.
           IF NOT-SIGNED-ON
               DISPLAY "Sign-on failed - group maintenance not started"
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
           DISPLAY "Group links changed: " WS-CHANGED-COUNT
               " refused: " WS-REJECT-COUNT.
           DISPLAY "=== Customer Group Maintenance End ===".
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
           OPEN I-O RELATION-FILE.
           IF WS-RELATION-STATUS = "35"
               OPEN OUTPUT RELATION-FILE
               CLOSE RELATION-FILE
               OPEN I-O RELATION-FILE
           END-IF.
           *> Status 35 = file does not exist yet - create it empty
           *> on the first run, same as the reference menus.

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "1 - Set up or change a group parent".
           DISPLAY "2 - Link a subsidiary to its parent".
           DISPLAY "3 - Remove a customer from its group".
           DISPLAY "4 - Display a group".
           DISPLAY "0 - Exit".
           DISPLAY "Select an option: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.
           EVALUATE TRUE
               WHEN (MENU-SET-PARENT OR MENU-LINK-CHILD
                     OR MENU-UNLINK)
                   AND NOT UPDATE-AUTHORITY
                   DISPLAY "Not authorized - update authority required"
               WHEN MENU-SET-PARENT OR MENU-LINK-CHILD OR MENU-UNLINK
                   PERFORM RUN-UNDER-MASTER-LOCK
               WHEN MENU-SHOW-GROUP
                   PERFORM MENU-DISPLAY-GROUP
               WHEN MENU-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Not a valid option"
           END-EVALUATE.

       RUN-UNDER-MASTER-LOCK.
           PERFORM ACQUIRE-MASTER-LOCK.
           IF LOCK-ACQUIRED
               EVALUATE TRUE
                   WHEN MENU-SET-PARENT
                       PERFORM MENU-SET-GROUP-PARENT
                   WHEN MENU-LINK-CHILD
                       PERFORM MENU-LINK-SUBSIDIARY
                   WHEN MENU-UNLINK
                       PERFORM MENU-REMOVE-FROM-GROUP
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
               MOVE "CustomerGroupMenu" TO LOCK-OWNER
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

       READ-RELATION.
           SET RELATION-NOT-FOUND TO TRUE.
           MOVE WS-INPUT-ID TO REL-CUST-ID.
           READ RELATION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET RELATION-FOUND TO TRUE
           END-READ.

       MENU-SET-GROUP-PARENT.
           PERFORM PROMPT-FOR-CUSTOMER.
           PERFORM CHECK-BRANCH-ACCESS.
           IF BRANCH-ALLOWED
               PERFORM PROVE-CUSTOMER
               IF CUSTOMER-FOUND
                   PERFORM READ-RELATION
                   IF RELATION-FOUND AND REL-CHILD
                       DISPLAY "Refused - " WS-INPUT-ID
                           " is a subsidiary of " REL-PARENT-ID
                           "; remove it from that group first"
                       ADD 1 TO WS-REJECT-COUNT
                   ELSE
                       PERFORM ACCEPT-PARENT-TERMS
                   END-IF
               END-IF
           END-IF.
           *> One level only - a subsidiary cannot head a group of
           *> its own while it sits in another.

       ACCEPT-PARENT-TERMS.
           DISPLAY "Customer: " CUST-NAME.
           IF RELATION-FOUND
               MOVE REL-GROUP-LIMIT TO WS-LIMIT-EDIT
               DISPLAY "Already a group parent - group limit "
                   WS-LIMIT-EDIT " consolidated " REL-CONSOLIDATED
           ELSE
               MOVE WS-INPUT-ID TO REL-CUST-ID
               SET REL-PARENT TO TRUE
               MOVE WS-INPUT-ID TO REL-PARENT-ID
               MOVE 0 TO REL-GROUP-LIMIT
               MOVE "N" TO REL-CONSOLIDATED
           END-IF.
           DISPLAY "Group credit limit (0 = no group limit): "
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-AMOUNT-TEXT.
           IF WS-INPUT-AMOUNT-TEXT = SPACES
               MOVE REL-GROUP-LIMIT TO WS-INPUT-AMOUNT
           ELSE
               COMPUTE WS-INPUT-AMOUNT =
                   FUNCTION NUMVAL(WS-INPUT-AMOUNT-TEXT)
           END-IF.
           MOVE WS-INPUT-AMOUNT TO REL-GROUP-LIMIT.
           DISPLAY "Consolidated statement (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               MOVE "Y" TO REL-CONSOLIDATED
           ELSE
               IF WS-CONFIRM NOT = SPACES
                   MOVE "N" TO REL-CONSOLIDATED
               END-IF
           END-IF.
           MOVE WS-RUN-DATE TO REL-SET-DATE.
           MOVE WS-OPERATOR-ID TO REL-SET-BY.
           IF RELATION-FOUND
               REWRITE CUSTOMER-RELATION-RECORD
                   INVALID KEY
                       DISPLAY "Could not change group - status "
                           WS-RELATION-STATUS
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       PERFORM NOTE-PARENT-TERMS
               END-REWRITE
           ELSE
               WRITE CUSTOMER-RELATION-RECORD
                   INVALID KEY
                       DISPLAY "Could not set up group - status "
                           WS-RELATION-STATUS
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       PERFORM NOTE-PARENT-TERMS
               END-WRITE
           END-IF.
           *> A blank answer keeps what is there - the limit, or
           *> the consolidated choice.

       NOTE-PARENT-TERMS.
           ADD 1 TO WS-CHANGED-COUNT.
           MOVE REL-GROUP-LIMIT TO WS-LIMIT-EDIT.
           MOVE REL-CUST-ID TO WS-NOTE-CUST-ID.
           MOVE SPACES TO WS-NOTE-TEXT.
           STRING "GROUP PARENT - GROUP LIMIT " WS-LIMIT-EDIT
               " CONSOLIDATED " REL-CONSOLIDATED
               DELIMITED BY SIZE INTO WS-NOTE-TEXT.
           PERFORM APPEND-GROUP-NOTE.
           DISPLAY "Group parent recorded".

       MENU-LINK-SUBSIDIARY.
           PERFORM PROMPT-FOR-CUSTOMER.
           PERFORM CHECK-BRANCH-ACCESS.
           IF BRANCH-ALLOWED
               PERFORM PROVE-CUSTOMER
               IF CUSTOMER-FOUND
                   PERFORM READ-RELATION
                   IF RELATION-FOUND
                       DISPLAY "Refused - " WS-INPUT-ID
                           " is already in the group of " REL-PARENT-ID
                       ADD 1 TO WS-REJECT-COUNT
                   ELSE
                       PERFORM LINK-TO-PARENT
                   END-IF
               END-IF
           END-IF.

       LINK-TO-PARENT.
           MOVE WS-INPUT-ID TO WS-NOTE-CUST-ID.
           DISPLAY "Subsidiary: " CUST-NAME.
           DISPLAY "Parent customer ID: " WITH NO ADVANCING.
           ACCEPT WS-PARENT-ID.
           MOVE WS-PARENT-ID TO REL-CUST-ID.
           READ RELATION-FILE
               INVALID KEY
                   DISPLAY "Refused - " WS-PARENT-ID
                       " is not set up as a group parent"
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   IF REL-PARENT
                       PERFORM WRITE-CHILD-LINK
                   ELSE
                       DISPLAY "Refused - " WS-PARENT-ID
                           " is itself a subsidiary"
                       ADD 1 TO WS-REJECT-COUNT
                   END-IF
           END-READ.
           *> The parent is set up first under option 1, so its
           *> group limit is decided before anyone joins it.

       WRITE-CHILD-LINK.
           MOVE WS-NOTE-CUST-ID TO REL-CUST-ID.
           SET REL-CHILD TO TRUE.
           MOVE WS-PARENT-ID TO REL-PARENT-ID.
           MOVE 0 TO REL-GROUP-LIMIT.
           MOVE SPACES TO REL-CONSOLIDATED.
           MOVE WS-RUN-DATE TO REL-SET-DATE.
           MOVE WS-OPERATOR-ID TO REL-SET-BY.
           WRITE CUSTOMER-RELATION-RECORD
               INVALID KEY
                   DISPLAY "Could not link - status "
                       WS-RELATION-STATUS
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-CHANGED-COUNT
                   MOVE SPACES TO WS-NOTE-TEXT
                   STRING "LINKED TO GROUP PARENT " WS-PARENT-ID
                       DELIMITED BY SIZE INTO WS-NOTE-TEXT
                   PERFORM APPEND-GROUP-NOTE
                   MOVE WS-PARENT-ID TO WS-NOTE-CUST-ID
                   MOVE SPACES TO WS-NOTE-TEXT
                   STRING "SUBSIDIARY " WS-INPUT-ID " ADDED TO GROUP"
                       DELIMITED BY SIZE INTO WS-NOTE-TEXT
                   PERFORM APPEND-GROUP-NOTE
                   DISPLAY "Subsidiary linked"
           END-WRITE.

       MENU-REMOVE-FROM-GROUP.
           PERFORM PROMPT-FOR-CUSTOMER.
           PERFORM CHECK-BRANCH-ACCESS.
           IF BRANCH-ALLOWED
               PERFORM READ-RELATION
               IF RELATION-NOT-FOUND
                   DISPLAY "No group link for " WS-INPUT-ID
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   MOVE REL-PARENT-ID TO WS-PARENT-ID
                   IF REL-PARENT
                       PERFORM COUNT-SUBSIDIARIES
                       PERFORM READ-RELATION
                   ELSE
                       MOVE 0 TO WS-CHILD-COUNT
                   END-IF
                   IF WS-CHILD-COUNT > 0
                       DISPLAY "Refused - " WS-CHILD-COUNT
                           " subsidiaries still linked;"
                           " remove them first"
                       ADD 1 TO WS-REJECT-COUNT
                   ELSE
                       PERFORM CONFIRM-REMOVAL
                   END-IF
               END-IF
           END-IF.
           *> A parent goes last, so no subsidiary is ever left
           *> pointing at a group that is not there.

       COUNT-SUBSIDIARIES.
           MOVE 0 TO WS-CHILD-COUNT.
           SET RELATION-NOT-EOF TO TRUE.
           MOVE WS-PARENT-ID TO REL-PARENT-ID.
           START RELATION-FILE KEY = REL-PARENT-ID
               INVALID KEY
                   SET RELATION-EOF TO TRUE
           END-START.
           PERFORM UNTIL RELATION-EOF
               READ RELATION-FILE NEXT RECORD
                   AT END
                       SET RELATION-EOF TO TRUE
                   NOT AT END
                       IF REL-PARENT-ID NOT = WS-PARENT-ID
                           SET RELATION-EOF TO TRUE
                       ELSE
                           IF REL-CHILD
                               ADD 1 TO WS-CHILD-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CONFIRM-REMOVAL.
           DISPLAY "Remove " WS-INPUT-ID " from the group of "
               WS-PARENT-ID " (Y/N)? " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               DELETE RELATION-FILE
                   INVALID KEY
                       DISPLAY "Could not remove - status "
                           WS-RELATION-STATUS
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       PERFORM NOTE-REMOVAL
               END-DELETE
           ELSE
               DISPLAY "Not removed"
           END-IF.

       NOTE-REMOVAL.
           ADD 1 TO WS-CHANGED-COUNT.
           MOVE WS-INPUT-ID TO WS-NOTE-CUST-ID.
           MOVE SPACES TO WS-NOTE-TEXT.
           IF WS-PARENT-ID = WS-INPUT-ID
               MOVE "GROUP PARENT STANDING ENDED" TO WS-NOTE-TEXT
               PERFORM APPEND-GROUP-NOTE
           ELSE
               STRING "REMOVED FROM GROUP OF " WS-PARENT-ID
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               PERFORM APPEND-GROUP-NOTE
               MOVE WS-PARENT-ID TO WS-NOTE-CUST-ID
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "SUBSIDIARY " WS-INPUT-ID
                   " REMOVED FROM GROUP"
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               PERFORM APPEND-GROUP-NOTE
           END-IF.
           DISPLAY "Removed from group".

       MENU-DISPLAY-GROUP.
           PERFORM PROMPT-FOR-CUSTOMER.
           PERFORM CHECK-BRANCH-ACCESS.
           IF BRANCH-ALLOWED
               PERFORM READ-RELATION
               IF RELATION-NOT-FOUND
                   DISPLAY WS-INPUT-ID " is not in a group"
               ELSE
                   MOVE REL-PARENT-ID TO WS-PARENT-ID
                   PERFORM SHOW-GROUP-MEMBERS
               END-IF
           END-IF.
           *> Any member's ID shows the whole group.

       SHOW-GROUP-MEMBERS.
           MOVE 0 TO WS-MEMBER-COUNT.
           MOVE 0 TO WS-GROUP-BALANCE.
           MOVE 0 TO WS-GROUP-LIMIT.
           SET RELATION-NOT-EOF TO TRUE.
           MOVE WS-PARENT-ID TO REL-PARENT-ID.
           START RELATION-FILE KEY = REL-PARENT-ID
               INVALID KEY
                   SET RELATION-EOF TO TRUE
           END-START.
           PERFORM UNTIL RELATION-EOF
               READ RELATION-FILE NEXT RECORD
                   AT END
                       SET RELATION-EOF TO TRUE
                   NOT AT END
                       IF REL-PARENT-ID NOT = WS-PARENT-ID
                           SET RELATION-EOF TO TRUE
                       ELSE
                           PERFORM SHOW-ONE-MEMBER
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-GROUP-BALANCE TO WS-BALANCE-EDIT.
           DISPLAY "Members: " WS-MEMBER-COUNT
               " group balance " WS-BALANCE-EDIT.
           IF WS-GROUP-LIMIT = 0
               DISPLAY "No group limit"
           ELSE
               MOVE WS-GROUP-LIMIT TO WS-LIMIT-EDIT
               IF WS-GROUP-BALANCE > WS-GROUP-LIMIT
                   DISPLAY "Group limit " WS-LIMIT-EDIT
                       " *** EXCEEDED ***"
               ELSE
                   DISPLAY "Group limit " WS-LIMIT-EDIT
               END-IF
           END-IF.

       SHOW-ONE-MEMBER.
           ADD 1 TO WS-MEMBER-COUNT.
           IF REL-PARENT
               MOVE REL-GROUP-LIMIT TO WS-GROUP-LIMIT
           END-IF.
           MOVE SPACES TO CUST-NAME.
           MOVE REL-CUST-ID TO CUST-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "NOT ON MASTER" TO CUST-NAME
           END-READ.
           MOVE 0 TO WS-BALANCE-EDIT.
           MOVE 0 TO WS-OWN-LIMIT-EDIT.
           MOVE REL-CUST-ID TO BAL-CUST-ID.
           READ BALANCE-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD BAL-CURRENT TO WS-GROUP-BALANCE
                   MOVE BAL-CURRENT TO WS-BALANCE-EDIT
                   MOVE BAL-CREDIT-LIMIT TO WS-OWN-LIMIT-EDIT
           END-READ.
           DISPLAY REL-ROLE " " REL-CUST-ID " " CUST-NAME
               " balance " WS-BALANCE-EDIT
               " own limit " WS-OWN-LIMIT-EDIT.

       APPEND-GROUP-NOTE.
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
           IF WS-BALANCE-STATUS = "00" OR WS-BALANCE-STATUS = "23"
               CLOSE BALANCE-FILE
           END-IF.
           CLOSE RELATION-FILE.

       WRITE-OPERATOR-ALERT.
           MOVE "CustomerGroupMenu" TO ALERT-PROGRAM-NAME.
           MOVE RETURN-CODE TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-FILE-STATUSES.
           STRING "OPER=" WS-OPERATOR-STATUS
               DELIMITED BY SIZE INTO ALERT-FILE-STATUSES.
           MOVE "SIGN-ON REFUSED"
               TO ALERT-ACTION-TEXT.
           CALL "AlertWriter" USING ALERT-CALL-AREA.
