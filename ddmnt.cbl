       IDENTIFICATION DIVISION.
       PROGRAM-ID. DirectDebitMenu.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           *> Same operator security file as the other menus - only
           *> update-level authority may set up, cancel, reinstate,
           *> or decide a held change; anyone signed on may list.

           SELECT MANDATE-FILE ASSIGN TO "DDMAND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DDM-CUST-ID
               FILE STATUS IS WS-MANDATE-STATUS.
           *> The direct-debit mandates DirectDebitCollect reads on
           *> each due date - kept here in the same plain
           *> ACCEPT/DISPLAY style as StandingOrderMenu keeps its
           *> orders. A cancel sets the status, it never deletes the
           *> row.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.
           *> A mandate may only be set up for an ID the master
           *> knows - same orphan rule as everywhere else.

           SELECT HOLD-FILE ASSIGN TO "DDMHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DDH-CUST-ID
               FILE STATUS IS WS-HOLD-STATUS.
           *> Mandate changes keyed while the customer's address
           *> stands recently changed - parked here until someone
           *> has spoken to the customer on the details held before
           *> the change, then released or declined from option 5.

           SELECT KEY-CONTROL-FILE ASSIGN TO "DDMEKEY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEY-STATUS.
           *> The 10-digit key bank account numbers are ciphered
           *> under, same "drop a control record, no recompile"
           *> pattern as CUSTEKEY - but a key of its own, so rotating
           *> the archive key never strands a mandate.

           SELECT NOTES-FILE ASSIGN TO "CUSTNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTES-STATUS.
           *> Every mandate set up, held, released, declined,
           *> cancelled, or reinstated leaves a line in the
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

       FD  MANDATE-FILE.
           COPY CUSTDDM.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  HOLD-FILE.
           COPY CUSTDDH.

       FD  KEY-CONTROL-FILE.
       01  KEY-CTL-RECORD.
           05 CTL-CIPHER-KEY     PIC 9(10).

       FD  NOTES-FILE.
           COPY CUSTNOT.

       FD  LOCK-FILE.
           COPY CUSTLCK.

       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-STATUS      PIC X(02) VALUE "00".
       01 WS-MANDATE-STATUS       PIC X(02) VALUE "00".
       01 WS-CUSTOMER-STATUS      PIC X(02) VALUE "00".
       01 WS-KEY-STATUS           PIC X(02) VALUE "00".
       01 WS-HOLD-STATUS          PIC X(02) VALUE "00".
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
       *> puts in their branch, the same rule as the customer menu -
       *> other branches' mandates and held changes are not listed.

       01 WS-MENU-CHOICE          PIC X(01).
       88 MENU-EXIT               VALUE "0".
       88 MENU-SET-UP             VALUE "1".
       88 MENU-LIST               VALUE "2".
       88 MENU-CANCEL             VALUE "3".
       88 MENU-REINSTATE          VALUE "4".
       88 MENU-REVIEW-HELD        VALUE "5".

       01 WS-MANDATE-EOF-SWITCH   PIC X(01).
       88 MANDATE-EOF             VALUE "Y".
       88 MANDATE-NOT-EOF         VALUE "N".
       01 WS-HOLD-EOF-SWITCH      PIC X(01).
       88 HOLD-EOF                VALUE "Y".
       88 HOLD-NOT-EOF            VALUE "N".
       01 WS-REVIEW-ACTION        PIC X(01).
       88 REVIEW-RELEASE          VALUE "R" "r".
       88 REVIEW-DECLINE          VALUE "D" "d".
       01 WS-HELD-COUNT           PIC 9(04).
       01 WS-LIST-COUNT           PIC 9(04).

       01 WS-INPUT-ID             PIC 9(10).
       01 WS-INPUT-ROUTING        PIC 9(09).
       01 WS-INPUT-ACCOUNT        PIC 9(17).
       01 WS-INPUT-REFERENCE      PIC X(18).

       01 WS-CIPHER-KEY           PIC 9(10) VALUE 5061728394.
       01 WS-KEY-AREA REDEFINES WS-CIPHER-KEY.
           05 WS-KEY-DIGIT        OCCURS 10 TIMES PIC 9.
       *> Each account digit is shifted by a key digit, modulus 10,
       *> as CustomerIdVault does for CUST-ID. The account number is
       *> longer than the key, so the key digits are used round
       *> again from the eleventh digit on.

       01 WS-PLAIN-ACCOUNT        PIC 9(17).
       01 WS-PLAIN-ACCOUNT-AREA REDEFINES WS-PLAIN-ACCOUNT.
           05 WS-PLAIN-DIGIT      OCCURS 17 TIMES PIC 9.
       01 WS-MASKED-ACCOUNT       PIC 9(17).
       01 WS-MASKED-ACCOUNT-AREA REDEFINES WS-MASKED-ACCOUNT.
           05 WS-MASKED-DIGIT     OCCURS 17 TIMES PIC 9.
       01 WS-DIGIT-INDEX          PIC 9(02).
       01 WS-KEY-INDEX            PIC 9(02).
       01 WS-SUM-DIGIT            PIC S9(02).

       01 WS-RUN-DATE             PIC 9(08).
       01 WS-AMOUNT-EDIT          PIC Z(06)9.99.
       01 WS-STATUS-TEXT          PIC X(09).
       01 WS-NOTE-TEXT            PIC X(60).
       01 WS-FAIL-EDIT            PIC Z9.

       01 WS-MASTER-FOUND-SWITCH  PIC X(01).
       88 MASTER-FOUND            VALUE "Y".
       88 MASTER-NOT-FOUND        VALUE "N".

       01 WS-REJECT-COUNT         PIC 9(04) VALUE 0.

       01 WS-LOCK-STATUS          PIC X(02) VALUE "00".
       01 WS-LOCK-SWITCH          PIC X(01) VALUE "N".
       88 LOCK-ACQUIRED           VALUE "Y".
       88 LOCK-NOT-ACQUIRED       VALUE "N".
       01 WS-INSTANCE-TOKEN       PIC X(10).
       01 WS-START-TIME           PIC 9(08).

       COPY ACHKLNK.

       COPY BRNLNK.

       COPY ALERTLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Direct Debit Menu ===".
           PERFORM SIGN-ON-OPERATOR.
           IF NOT-SIGNED-ON
               DISPLAY "Sign-on failed - direct debit menu not started"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPERATOR-ALERT
               STOP RUN
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.
           MOVE SPACES TO WS-INSTANCE-TOKEN.
           STRING "M" WS-START-TIME
               DELIMITED BY SIZE INTO WS-INSTANCE-TOKEN.
           PERFORM READ-CIPHER-KEY.
           OPEN INPUT CUSTOMER-FILE.
           OPEN I-O MANDATE-FILE.
           IF WS-MANDATE-STATUS = "35"
               OPEN OUTPUT MANDATE-FILE
               CLOSE MANDATE-FILE
               OPEN I-O MANDATE-FILE
           END-IF.
           OPEN I-O HOLD-FILE.
           IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF.
           IF WS-MANDATE-STATUS NOT = "00"
               DISPLAY "Mandate file not available - status "
                   WS-MANDATE-STATUS
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               IF WS-HOLD-STATUS NOT = "00"
                   DISPLAY "Held mandate file not available - status "
                       WS-HOLD-STATUS
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   PERFORM SHOW-MENU UNTIL MENU-EXIT
                   CLOSE HOLD-FILE
               END-IF
               CLOSE MANDATE-FILE
           END-IF.
           *> No hold file, no changes - a mandate change that could
           *> not be held must not be stored instead.
           IF WS-CUSTOMER-STATUS = "00"
               CLOSE CUSTOMER-FILE
           END-IF.
           DISPLAY "=== Direct Debit Menu End ===".
           IF WS-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       READ-CIPHER-KEY.
           OPEN INPUT KEY-CONTROL-FILE.
           IF WS-KEY-STATUS = "00"
               READ KEY-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-CIPHER-KEY TO WS-CIPHER-KEY
               END-READ
               CLOSE KEY-CONTROL-FILE
           END-IF.
           *> No DDMEKEY record means the default cipher key stands.

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

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "1 - Set up or replace a mandate".
           DISPLAY "2 - List mandates".
           DISPLAY "3 - Cancel a mandate".
           DISPLAY "4 - Reinstate a suspended mandate".
           DISPLAY "5 - Review mandate changes held on an address"
               " change".
           DISPLAY "0 - Exit".
           DISPLAY "Select an option: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.
           EVALUATE TRUE
               WHEN (MENU-SET-UP OR MENU-CANCEL OR MENU-REINSTATE
                     OR MENU-REVIEW-HELD)
                   AND NOT UPDATE-AUTHORITY
                   DISPLAY "Not authorized - update authority required"
               WHEN MENU-SET-UP OR MENU-CANCEL OR MENU-REINSTATE
                   OR MENU-REVIEW-HELD
                   PERFORM RUN-UNDER-MASTER-LOCK
               WHEN MENU-LIST
                   PERFORM MENU-LIST-MANDATES
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
                       PERFORM MENU-SET-UP-MANDATE
                   WHEN MENU-CANCEL
                       PERFORM MENU-CANCEL-MANDATE
                   WHEN MENU-REINSTATE
                       PERFORM MENU-REINSTATE-MANDATE
                   WHEN MENU-REVIEW-HELD
                       PERFORM MENU-REVIEW-HELD-CHANGES
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
               MOVE "DirectDebitMenu" TO LOCK-OWNER
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

       MENU-SET-UP-MANDATE.
           DISPLAY "Customer ID: " WITH NO ADVANCING.
           ACCEPT WS-INPUT-ID.
           PERFORM CHECK-BRANCH-ACCESS.
           IF BRANCH-ALLOWED
               PERFORM SET-UP-ALLOWED-MANDATE
           END-IF.

       SET-UP-ALLOWED-MANDATE.
           PERFORM CHECK-MASTER-RECORD.
           IF MASTER-NOT-FOUND
               DISPLAY "Set-up rejected, ID not on master "
                   WS-INPUT-ID
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               PERFORM ACCEPT-MANDATE-FIELDS
               IF WS-INPUT-ROUTING = 0
                   OR WS-INPUT-ACCOUNT = 0
                   OR WS-INPUT-REFERENCE = SPACES
                   DISPLAY "Mandate not understood - nothing stored"
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   MOVE WS-INPUT-ID TO ACHK-CUST-ID
                   CALL "AddressChangeCheck" USING ACHK-CALL-AREA
                   IF ACHK-RECENTLY-CHANGED
                       PERFORM HOLD-MANDATE-CHANGE
                   ELSE
                       PERFORM STORE-MANDATE-RECORD
                   END-IF
               END-IF
           END-IF.
           *> New bank details straight after a new address are held,
           *> not stored - the collection must not move until the
           *> customer has confirmed the change.

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

       CHECK-MASTER-RECORD.
           SET MASTER-NOT-FOUND TO TRUE.
           IF WS-CUSTOMER-STATUS = "00"
               MOVE WS-INPUT-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET MASTER-FOUND TO TRUE
               END-READ
           END-IF.

       ACCEPT-MANDATE-FIELDS.
           DISPLAY "Bank routing number (9 digits): "
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-ROUTING.
           DISPLAY "Bank account number: " WITH NO ADVANCING.
           ACCEPT WS-INPUT-ACCOUNT.
           DISPLAY "Mandate reference: " WITH NO ADVANCING.
           ACCEPT WS-INPUT-REFERENCE.

       STORE-MANDATE-RECORD.
           PERFORM CIPHER-INPUT-ACCOUNT.
           PERFORM WRITE-MANDATE-RECORD.
           MOVE SPACES TO WS-NOTE-TEXT.
           STRING "DD MANDATE SET UP REF " WS-INPUT-REFERENCE
               DELIMITED BY SIZE INTO WS-NOTE-TEXT.
           PERFORM APPEND-MANDATE-NOTE.

       CIPHER-INPUT-ACCOUNT.
           MOVE WS-INPUT-ACCOUNT TO WS-PLAIN-ACCOUNT.
           MOVE 0 TO WS-INPUT-ACCOUNT.
           PERFORM MASK-ONE-DIGIT
               VARYING WS-DIGIT-INDEX FROM 1 BY 1
               UNTIL WS-DIGIT-INDEX > 17.
           MOVE 0 TO WS-PLAIN-ACCOUNT.
           *> The plain number is wiped from storage the moment it
           *> is ciphered.

       WRITE-MANDATE-RECORD.
           MOVE WS-INPUT-ID TO DDM-CUST-ID.
           READ MANDATE-FILE
               INVALID KEY
                   INITIALIZE DIRECT-DEBIT-MANDATE-RECORD
                   MOVE WS-INPUT-ID TO DDM-CUST-ID
                   PERFORM MOVE-MANDATE-FIELDS
                   WRITE DIRECT-DEBIT-MANDATE-RECORD
                   DISPLAY "Mandate set up - account on file as "
                       DDM-ACCOUNT
               NOT INVALID KEY
                   PERFORM MOVE-MANDATE-FIELDS
                   MOVE 0 TO DDM-FAIL-COUNT
                   REWRITE DIRECT-DEBIT-MANDATE-RECORD
                   DISPLAY "Mandate replaced - account on file as "
                       DDM-ACCOUNT
           END-READ.
           *> A replacement is a fresh signature on new bank details,
           *> so it starts active with no failures against it. The
           *> last collection and return stay, so a return still on
           *> its way for the old account is recognised.

       HOLD-MANDATE-CHANGE.
           PERFORM CIPHER-INPUT-ACCOUNT.
           MOVE WS-INPUT-ID TO DDH-CUST-ID.
           MOVE WS-INPUT-ROUTING TO DDH-ROUTING.
           MOVE WS-MASKED-ACCOUNT TO DDH-ACCOUNT.
           MOVE WS-INPUT-REFERENCE TO DDH-REFERENCE.
           MOVE WS-RUN-DATE TO DDH-HELD-DATE.
           MOVE ACHK-CHANGE-DATE TO DDH-ADDR-CHANGE-DATE.
           MOVE ACHK-CHANGE-OPERATOR TO DDH-ADDR-OPERATOR.
           WRITE HELD-MANDATE-RECORD
               INVALID KEY
                   REWRITE HELD-MANDATE-RECORD
           END-WRITE.
           IF WS-HOLD-STATUS = "00"
               DISPLAY "Address changed " ACHK-CHANGE-DATE
                   " by " ACHK-CHANGE-OPERATOR
                   " - mandate held for review, not stored"
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "DD MANDATE CHANGE HELD REF " WS-INPUT-REFERENCE
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               PERFORM APPEND-MANDATE-NOTE
           ELSE
               DISPLAY "Mandate change not held - status "
                   WS-HOLD-STATUS
               ADD 1 TO WS-REJECT-COUNT
           END-IF.
           *> A second change keyed before review replaces the first
           *> held one - only the latest details are ever released.

       MOVE-MANDATE-FIELDS.
           MOVE WS-INPUT-ROUTING TO DDM-ROUTING.
           MOVE WS-MASKED-ACCOUNT TO DDM-ACCOUNT.
           MOVE WS-INPUT-REFERENCE TO DDM-REFERENCE.
           SET DDM-ACTIVE TO TRUE.
           MOVE WS-RUN-DATE TO DDM-SET-DATE.
           MOVE WS-OPERATOR-ID TO DDM-SET-BY.

       MASK-ONE-DIGIT.
           COMPUTE WS-KEY-INDEX =
               FUNCTION MOD(WS-DIGIT-INDEX - 1, 10) + 1.
           COMPUTE WS-SUM-DIGIT =
               WS-PLAIN-DIGIT(WS-DIGIT-INDEX)
               + WS-KEY-DIGIT(WS-KEY-INDEX).
           COMPUTE WS-MASKED-DIGIT(WS-DIGIT-INDEX) =
               FUNCTION MOD(WS-SUM-DIGIT, 10).

       MENU-LIST-MANDATES.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE 0 TO DDM-CUST-ID.
           SET MANDATE-NOT-EOF TO TRUE.
           START MANDATE-FILE KEY IS NOT LESS THAN DDM-CUST-ID
               INVALID KEY
                   DISPLAY "No mandates on file"
                   SET MANDATE-EOF TO TRUE
           END-START.
           PERFORM LIST-ONE-MANDATE UNTIL MANDATE-EOF.
           IF WS-LIST-COUNT = 0
               DISPLAY "No mandates listed"
           END-IF.

       LIST-ONE-MANDATE.
           READ MANDATE-FILE NEXT RECORD
               AT END
                   SET MANDATE-EOF TO TRUE
               NOT AT END
                   MOVE DDM-CUST-ID TO BRNL-CUST-ID
                   PERFORM FIND-CUSTOMER-BRANCH
                   IF BRANCH-ALLOWED
                       ADD 1 TO WS-LIST-COUNT
                       PERFORM SHOW-ONE-MANDATE
                   END-IF
           END-READ.

       SHOW-ONE-MANDATE.
           EVALUATE TRUE
               WHEN DDM-ACTIVE
                   MOVE "ACTIVE" TO WS-STATUS-TEXT
               WHEN DDM-SUSPENDED
                   MOVE "SUSPENDED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "CANCELLED" TO WS-STATUS-TEXT
           END-EVALUATE.
           MOVE DDM-LAST-COLLECT-AMOUNT TO WS-AMOUNT-EDIT.
           DISPLAY DDM-CUST-ID " " WS-STATUS-TEXT
               " RTG " DDM-ROUTING
               " ACCT " DDM-ACCOUNT
               " REF " DDM-REFERENCE.
           DISPLAY "           FAILS " DDM-FAIL-COUNT
               " LAST COLLECTED " DDM-LAST-COLLECT-DATE
               " " WS-AMOUNT-EDIT
               " LAST RETURNED " DDM-LAST-RETURN-DATE.
           DISPLAY "           SET " DDM-SET-DATE
               " BY " DDM-SET-BY.

       MENU-CANCEL-MANDATE.
           DISPLAY "Customer ID to cancel: " WITH NO ADVANCING.
           ACCEPT WS-INPUT-ID.
           PERFORM CHECK-BRANCH-ACCESS.
           IF BRANCH-ALLOWED
               PERFORM CANCEL-ALLOWED-MANDATE
           END-IF.

       CANCEL-ALLOWED-MANDATE.
           MOVE WS-INPUT-ID TO DDM-CUST-ID.
           READ MANDATE-FILE
               INVALID KEY
                   DISPLAY "No mandate for " WS-INPUT-ID
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   SET DDM-CANCELLED TO TRUE
                   MOVE WS-RUN-DATE TO DDM-SET-DATE
                   MOVE WS-OPERATOR-ID TO DDM-SET-BY
                   REWRITE DIRECT-DEBIT-MANDATE-RECORD
                   DISPLAY "Mandate cancelled for " WS-INPUT-ID
                   MOVE SPACES TO WS-NOTE-TEXT
                   STRING "DD MANDATE CANCELLED REF " DDM-REFERENCE
                       DELIMITED BY SIZE INTO WS-NOTE-TEXT
                   PERFORM APPEND-MANDATE-NOTE
           END-READ.

       MENU-REINSTATE-MANDATE.
           DISPLAY "Customer ID to reinstate: " WITH NO ADVANCING.
           ACCEPT WS-INPUT-ID.
           PERFORM CHECK-BRANCH-ACCESS.
           IF BRANCH-ALLOWED
               PERFORM REINSTATE-ALLOWED-MANDATE
           END-IF.

       REINSTATE-ALLOWED-MANDATE.
           MOVE WS-INPUT-ID TO DDM-CUST-ID.
           READ MANDATE-FILE
               INVALID KEY
                   DISPLAY "No mandate for " WS-INPUT-ID
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   IF DDM-SUSPENDED
                       MOVE DDM-FAIL-COUNT TO WS-FAIL-EDIT
                       SET DDM-ACTIVE TO TRUE
                       MOVE 0 TO DDM-FAIL-COUNT
                       MOVE WS-RUN-DATE TO DDM-SET-DATE
                       MOVE WS-OPERATOR-ID TO DDM-SET-BY
                       REWRITE DIRECT-DEBIT-MANDATE-RECORD
                       DISPLAY "Mandate reinstated for " WS-INPUT-ID
                       MOVE SPACES TO WS-NOTE-TEXT
                       STRING "DD MANDATE REINSTATED - " WS-FAIL-EDIT
                           " RETURNS CLEARED"
                           DELIMITED BY SIZE INTO WS-NOTE-TEXT
                       PERFORM APPEND-MANDATE-NOTE
                   ELSE
                       DISPLAY "Mandate is not suspended - "
                           "nothing changed"
                       ADD 1 TO WS-REJECT-COUNT
                   END-IF
           END-READ.
           *> Only a suspended mandate comes back this way - a
           *> cancelled one needs a fresh set-up with the customer's
           *> new signature.

       MENU-REVIEW-HELD-CHANGES.
           MOVE 0 TO WS-HELD-COUNT.
           MOVE 0 TO DDH-CUST-ID.
           SET HOLD-NOT-EOF TO TRUE.
           START HOLD-FILE KEY IS NOT LESS THAN DDH-CUST-ID
               INVALID KEY
                   SET HOLD-EOF TO TRUE
           END-START.
           PERFORM REVIEW-ONE-HELD-CHANGE UNTIL HOLD-EOF.
           IF WS-HELD-COUNT = 0
               DISPLAY "No mandate changes held"
           END-IF.

       REVIEW-ONE-HELD-CHANGE.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET HOLD-EOF TO TRUE
               NOT AT END
                   MOVE DDH-CUST-ID TO BRNL-CUST-ID
                   PERFORM FIND-CUSTOMER-BRANCH
                   IF BRANCH-ALLOWED
                       ADD 1 TO WS-HELD-COUNT
                       PERFORM DECIDE-ONE-HELD-CHANGE
                   END-IF
           END-READ.

       DECIDE-ONE-HELD-CHANGE.
           DISPLAY DDH-CUST-ID " HELD " DDH-HELD-DATE
               " RTG " DDH-ROUTING
               " ACCT " DDH-ACCOUNT
               " REF " DDH-REFERENCE.
           DISPLAY "           ADDRESS CHANGED " DDH-ADDR-CHANGE-DATE
               " BY " DDH-ADDR-OPERATOR.
           DISPLAY "R - release, D - decline, blank - leave held: "
               WITH NO ADVANCING.
           ACCEPT WS-REVIEW-ACTION.
           EVALUATE TRUE
               WHEN REVIEW-RELEASE
                   PERFORM RELEASE-HELD-CHANGE
               WHEN REVIEW-DECLINE
                   PERFORM DECLINE-HELD-CHANGE
               WHEN OTHER
                   DISPLAY "Left held"
           END-EVALUATE.
           *> Release only once the customer has confirmed the new
           *> details on a telephone number or address held before
           *> the change.

       RELEASE-HELD-CHANGE.
           IF DDH-ADDR-OPERATOR = WS-OPERATOR-ID
               DISPLAY "Not authorized - you made the address change;"
                   " another operator must release it"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE DDH-CUST-ID TO WS-INPUT-ID
               MOVE DDH-ROUTING TO WS-INPUT-ROUTING
               MOVE DDH-ACCOUNT TO WS-MASKED-ACCOUNT
               MOVE DDH-REFERENCE TO WS-INPUT-REFERENCE
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "DD MANDATE CHANGE RELEASED - HELD " DDH-HELD-DATE
                   " ADDR BY " DDH-ADDR-OPERATOR
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
               DELETE HOLD-FILE RECORD
               PERFORM WRITE-MANDATE-RECORD
               PERFORM APPEND-MANDATE-NOTE
           END-IF.
           *> Maker-checker - whoever keyed the address change that
           *> caused the hold may not also let the new bank details
           *> through. The mandate is stamped with the releasing
           *> operator.

       DECLINE-HELD-CHANGE.
           MOVE DDH-CUST-ID TO WS-INPUT-ID.
           MOVE SPACES TO WS-NOTE-TEXT.
           STRING "DD MANDATE CHANGE DECLINED - HELD " DDH-HELD-DATE
               " ADDR BY " DDH-ADDR-OPERATOR
               DELIMITED BY SIZE INTO WS-NOTE-TEXT.
           DELETE HOLD-FILE RECORD.
           DISPLAY "Held change declined for " DDH-CUST-ID.
           PERFORM APPEND-MANDATE-NOTE.
           *> The decision - R released or D declined - stays in the
           *> contact history under the reviewer and the date, once
           *> the held row itself is gone.

       APPEND-MANDATE-NOTE.
           OPEN EXTEND NOTES-FILE.
           IF WS-NOTES-STATUS NOT = "00"
               OPEN OUTPUT NOTES-FILE
           END-IF.
           MOVE WS-INPUT-ID TO NOTE-CUST-ID.
           MOVE WS-RUN-DATE TO NOTE-DATE.
           ACCEPT NOTE-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO NOTE-OPERATOR.
           MOVE WS-NOTE-TEXT TO NOTE-TEXT.
           WRITE CUSTOMER-NOTE-RECORD.
           CLOSE NOTES-FILE.
           *> Expects WS-INPUT-ID and WS-NOTE-TEXT set.

       WRITE-OPERATOR-ALERT.
           MOVE "DirectDebitMenu" TO ALERT-PROGRAM-NAME.
           MOVE RETURN-CODE TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-FILE-STATUSES.
           STRING "OPER=" WS-OPERATOR-STATUS
               DELIMITED BY SIZE INTO ALERT-FILE-STATUSES.
           MOVE "SIGN-ON REFUSED"
               TO ALERT-ACTION-TEXT.
           CALL "AlertWriter" USING ALERT-CALL-AREA.
