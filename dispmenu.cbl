       IDENTIFICATION DIVISION.
       PROGRAM-ID. DisputeMenu.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           *> Same operator security file as PaymentEntryMenu -
           *> anyone signed on may look, only update-level
           *> authority may open or resolve a dispute.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.
           *> Read-only - proves the account before a dispute is
           *> opened against it.

           SELECT DISPUTE-FILE ASSIGN TO "CUSTDISP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISP-KEY
               FILE STATUS IS WS-DISPUTE-STATUS.
           *> The dispute register itself, keyed by customer and the
           *> posting's reference.

           SELECT POSTING-HISTORY-FILE ASSIGN TO "POSTHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           *> A dispute must name a debit that actually posted - the
           *> history is searched for the customer's entries under
           *> that reference, and their total caps the amount.

           SELECT FINANCIAL-TRAN-FILE ASSIGN TO DYNAMIC
               WS-FIN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIN-STATUS.
           *> A dispute resolved in the customer's favour goes out as
           *> an ordinary CUSTFIN credit for the evening posting -
           *> or CUSTFINN, the next business day's file, once
           *> NightlyRun has taken the cutoff.

           SELECT NOTES-FILE ASSIGN TO "CUSTNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTES-STATUS.
           *> Opening and resolving each leave a line in the
           *> customer's contact history, where the next caller
           *> looks first.

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

       FD  DISPUTE-FILE.
           COPY CUSTDSP.

       FD  POSTING-HISTORY-FILE.
           COPY POSTHST.

       FD  FINANCIAL-TRAN-FILE.
           COPY CUSTFIN.

       FD  NOTES-FILE.
           COPY CUSTNOT.

       FD  LOCK-FILE.
           COPY CUSTLCK.

       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-STATUS      PIC X(02) VALUE "00".
       01 WS-CUSTOMER-STATUS      PIC X(02) VALUE "00".
       01 WS-DISPUTE-STATUS       PIC X(02) VALUE "00".
       01 WS-HISTORY-STATUS       PIC X(02) VALUE "00".
       01 WS-FIN-STATUS           PIC X(02) VALUE "00".
       01 WS-FIN-FILE-NAME        PIC X(08) VALUE "CUSTFIN".
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
       88 MENU-OPEN               VALUE "1".
       88 MENU-RESOLVE            VALUE "2".
       88 MENU-DISPLAY            VALUE "3".
       88 MENU-LIST               VALUE "4".

       01 WS-INPUT-ID             PIC 9(10).
       01 WS-INPUT-REFERENCE      PIC X(12).
       01 WS-INPUT-REASON         PIC X(30).
       01 WS-INPUT-AMOUNT-TEXT    PIC X(12).
       01 WS-INPUT-AMOUNT         PIC 9(07)V99.
       *> The operator types the amount with a real decimal point
       *> ("25.00") - NUMVAL converts it, the same way
       *> PaymentEntryMenu takes its payments in. Blank means the
       *> whole of the posting.
       01 WS-INPUT-OUTCOME        PIC X(01).
       88 OUTCOME-CREDIT          VALUE "C", "c".
       88 OUTCOME-REINSTATE       VALUE "R", "r".

       01 WS-CHECK-DIGIT-SWITCH   PIC X(01).
       88 CHECK-DIGIT-OK          VALUE "Y".
       88 CHECK-DIGIT-BAD         VALUE "N".

       01 WS-HISTORY-EOF-SWITCH   PIC X(01).
       88 HISTORY-EOF             VALUE "Y".
       88 HISTORY-NOT-EOF         VALUE "N".
       01 WS-POSTED-AMOUNT        PIC 9(09)V99.
       *> Total debits on POSTHIST for this customer under this
       *> reference - a dispute can never be for more.

       01 WS-LIST-SWITCH          PIC X(01).
       88 LIST-DONE               VALUE "Y".
       88 LIST-GOING              VALUE "N".
       01 WS-LIST-COUNT           PIC 9(04).

       01 WS-RUN-DATE             PIC 9(08).
       01 WS-NOTE-TEXT            PIC X(60).
       01 WS-AMOUNT-EDIT          PIC Z(06)9.99.
       01 WS-OPENED-COUNT         PIC 9(04) VALUE 0.
       01 WS-RESOLVED-COUNT       PIC 9(04) VALUE 0.
       01 WS-REJECT-COUNT         PIC 9(04) VALUE 0.

       01 WS-LOCK-STATUS          PIC X(02) VALUE "00".
       01 WS-LOCK-SWITCH          PIC X(01) VALUE "N".
       88 LOCK-ACQUIRED           VALUE "Y".
       88 LOCK-NOT-ACQUIRED       VALUE "N".
       01 WS-INSTANCE-TOKEN       PIC X(10).
       01 WS-START-TIME           PIC 9(08).

       COPY VALDLNK.

       COPY BRNLNK.

       COPY CUTLNK.

       COPY ALERTLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Dispute Register ===".
           PERFORM SIGN-ON-OPERATOR.
           IF NOT-SIGNED-ON
               DISPLAY "Sign-on failed - dispute register not started"
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
           DISPLAY "Disputes opened: " WS-OPENED-COUNT
               " resolved: " WS-RESOLVED-COUNT.
           DISPLAY "=== Dispute Register End ===".
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
           OPEN I-O DISPUTE-FILE.
           IF WS-DISPUTE-STATUS = "35"
               OPEN OUTPUT DISPUTE-FILE
               CLOSE DISPUTE-FILE
               OPEN I-O DISPUTE-FILE
           END-IF.
           *> Status 35 = register does not exist yet - create it
           *> empty on the first run, same as the reference menus.

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "1 - Open dispute".
           DISPLAY "2 - Resolve dispute".
           DISPLAY "3 - Display dispute".
           DISPLAY "4 - List customer's disputes".
           DISPLAY "0 - Exit".
           DISPLAY "Select an option: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.
           EVALUATE TRUE
               WHEN MENU-OPEN AND NOT UPDATE-AUTHORITY
                   DISPLAY "Not authorized - update authority required"
               WHEN MENU-RESOLVE AND NOT UPDATE-AUTHORITY
                   DISPLAY "Not authorized - update authority required"
               WHEN MENU-OPEN OR MENU-RESOLVE
                   PERFORM RUN-UNDER-MASTER-LOCK
               WHEN MENU-DISPLAY
                   PERFORM MENU-DISPLAY-DISPUTE
               WHEN MENU-LIST
                   PERFORM MENU-LIST-DISPUTES
               WHEN MENU-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Not a valid option"
           END-EVALUATE.

       RUN-UNDER-MASTER-LOCK.
           PERFORM ACQUIRE-MASTER-LOCK.
           IF LOCK-ACQUIRED
               EVALUATE TRUE
                   WHEN MENU-OPEN
                       PERFORM MENU-OPEN-DISPUTE
                   WHEN MENU-RESOLVE
                       PERFORM MENU-RESOLVE-DISPUTE
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
               MOVE "DisputeMenu" TO LOCK-OWNER
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

       PROMPT-FOR-KEY.
           DISPLAY "Customer ID: " WITH NO ADVANCING.
           ACCEPT WS-INPUT-ID.
           DISPLAY "Posting reference: " WITH NO ADVANCING.
           ACCEPT WS-INPUT-REFERENCE.
           MOVE WS-INPUT-ID TO DISP-CUST-ID.
           MOVE WS-INPUT-REFERENCE TO DISP-REFERENCE.

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

       MENU-OPEN-DISPUTE.
           PERFORM PROMPT-FOR-KEY.
           PERFORM CHECK-BRANCH-ACCESS.
           IF BRANCH-ALLOWED
               PERFORM VALIDATE-CHECK-DIGIT
               IF CHECK-DIGIT-BAD
                   DISPLAY "Dispute rejected, bad check digit ID "
                       WS-INPUT-ID
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   MOVE WS-INPUT-ID TO CUST-ID
                   READ CUSTOMER-FILE
                       INVALID KEY
                           DISPLAY "Dispute rejected, ID not on file "
                               WS-INPUT-ID
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           PERFORM OPEN-DISPUTE-FOR-CUSTOMER
                   END-READ
               END-IF
           END-IF.

       OPEN-DISPUTE-FOR-CUSTOMER.
           PERFORM FIND-POSTED-AMOUNT.
           IF WS-POSTED-AMOUNT = 0
               DISPLAY "Dispute rejected, no debit posted to "
                   WS-INPUT-ID " under reference " WS-INPUT-REFERENCE
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE WS-INPUT-ID TO DISP-CUST-ID
               MOVE WS-INPUT-REFERENCE TO DISP-REFERENCE
               READ DISPUTE-FILE
                   INVALID KEY
                       PERFORM ACCEPT-AND-WRITE-DISPUTE
                   NOT INVALID KEY
                       IF DISP-OPEN
                           DISPLAY "Dispute rejected, already open"
                               " since " DISP-OPEN-DATE
                           ADD 1 TO WS-REJECT-COUNT
                       ELSE
                           PERFORM ACCEPT-AND-WRITE-DISPUTE
                       END-IF
               END-READ
           END-IF.
           *> A dispute resolved once may be raised again - the row
           *> is reopened in place, its old outcome overwritten.

       FIND-POSTED-AMOUNT.
           MOVE 0 TO WS-POSTED-AMOUNT.
           SET HISTORY-NOT-EOF TO TRUE.
           OPEN INPUT POSTING-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               SET HISTORY-EOF TO TRUE
           END-IF.
           PERFORM UNTIL HISTORY-EOF
               READ POSTING-HISTORY-FILE
                   AT END
                       SET HISTORY-EOF TO TRUE
                   NOT AT END
                       IF PHIST-CUST-ID = WS-INPUT-ID
                           AND PHIST-REFERENCE = WS-INPUT-REFERENCE
                           AND PHIST-DEBIT
                           ADD PHIST-AMOUNT TO WS-POSTED-AMOUNT
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HISTORY-STATUS = "00" OR WS-HISTORY-STATUS = "10"
               CLOSE POSTING-HISTORY-FILE
           END-IF.
           *> A reference several postings share (a standing order's
           *> STO AUTO GEN) caps at what they posted together.

       ACCEPT-AND-WRITE-DISPUTE.
           DISPLAY "Customer: " CUST-NAME.
           MOVE WS-POSTED-AMOUNT TO WS-AMOUNT-EDIT.
           DISPLAY "Posted under this reference: " WS-AMOUNT-EDIT.
           DISPLAY "Amount disputed (blank = all): "
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-AMOUNT-TEXT.
           IF WS-INPUT-AMOUNT-TEXT = SPACES
               MOVE WS-POSTED-AMOUNT TO WS-INPUT-AMOUNT
           ELSE
               COMPUTE WS-INPUT-AMOUNT =
                   FUNCTION NUMVAL(WS-INPUT-AMOUNT-TEXT)
           END-IF.
           DISPLAY "Reason: " WITH NO ADVANCING.
           ACCEPT WS-INPUT-REASON.
           EVALUATE TRUE
               WHEN WS-INPUT-AMOUNT = 0
                   DISPLAY "Amount not understood - nothing opened"
                   ADD 1 TO WS-REJECT-COUNT
               WHEN WS-INPUT-AMOUNT > WS-POSTED-AMOUNT
                   DISPLAY "More than was posted - nothing opened"
                   ADD 1 TO WS-REJECT-COUNT
               WHEN WS-INPUT-REASON = SPACES
                   DISPLAY "No reason given - nothing opened"
                   ADD 1 TO WS-REJECT-COUNT
               WHEN OTHER
                   PERFORM STORE-OPEN-DISPUTE
           END-EVALUATE.

       STORE-OPEN-DISPUTE.
           MOVE WS-INPUT-AMOUNT TO DISP-AMOUNT.
           MOVE WS-INPUT-REASON TO DISP-REASON.
           MOVE WS-OPERATOR-ID TO DISP-OPERATOR.
           MOVE WS-RUN-DATE TO DISP-OPEN-DATE.
           SET DISP-OPEN TO TRUE.
           MOVE 0 TO DISP-CLOSE-DATE.
           MOVE SPACES TO DISP-CLOSE-OPERATOR.
           IF WS-DISPUTE-STATUS = "23"
               WRITE CUSTOMER-DISPUTE-RECORD
           ELSE
               REWRITE CUSTOMER-DISPUTE-RECORD
           END-IF.
           *> Status 23 is the READ that found no row - a first
           *> dispute is written, a reopened one rewritten.
           ADD 1 TO WS-OPENED-COUNT.
           MOVE WS-INPUT-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-NOTE-TEXT.
           STRING "DISPUTE OPENED " DISP-REFERENCE
               " AMOUNT " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-NOTE-TEXT.
           PERFORM APPEND-DISPUTE-NOTE.
           DISPLAY "Dispute opened - held out of charges and"
               " collections from tonight".

       MENU-RESOLVE-DISPUTE.
           PERFORM PROMPT-FOR-KEY.
           PERFORM CHECK-BRANCH-ACCESS.
           IF BRANCH-ALLOWED
               READ DISPUTE-FILE
                   INVALID KEY
                       DISPLAY "Rejected, no dispute on file for "
                           WS-INPUT-ID " " WS-INPUT-REFERENCE
                       ADD 1 TO WS-REJECT-COUNT
                   NOT INVALID KEY
                       IF DISP-OPEN
                           PERFORM ACCEPT-RESOLUTION
                       ELSE
                           DISPLAY "Rejected, dispute already resolved "
                               DISP-CLOSE-DATE
                           ADD 1 TO WS-REJECT-COUNT
                       END-IF
               END-READ
           END-IF.

       ACCEPT-RESOLUTION.
           PERFORM DISPLAY-ONE-DISPUTE.
           DISPLAY "C - credit the customer, R - reinstate the item: "
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-OUTCOME.
           EVALUATE TRUE
               WHEN OUTCOME-CREDIT
                   PERFORM WRITE-DISPUTE-CREDIT
                   SET DISP-CREDITED TO TRUE
                   PERFORM CLOSE-ONE-DISPUTE
                   IF CUTL-AFTER-CUTOFF
                       DISPLAY "Credit queued after cutoff - posts "
                           CUTL-POSTING-DATE
                   ELSE
                       DISPLAY "Credit queued - posts this evening"
                   END-IF
               WHEN OUTCOME-REINSTATE
                   SET DISP-REINSTATED TO TRUE
                   PERFORM CLOSE-ONE-DISPUTE
                   DISPLAY "Item reinstated - collectable again"
               WHEN OTHER
                   DISPLAY "Not C or R - dispute left open"
                   ADD 1 TO WS-REJECT-COUNT
           END-EVALUATE.

       WRITE-DISPUTE-CREDIT.
           SET CUTL-QUERY TO TRUE.
           CALL "OnlineCutoff" USING CUTL-CALL-AREA.
           MOVE CUTL-FILE-NAME TO WS-FIN-FILE-NAME.
           OPEN EXTEND FINANCIAL-TRAN-FILE.
           IF WS-FIN-STATUS NOT = "00"
               OPEN OUTPUT FINANCIAL-TRAN-FILE
           END-IF.
           MOVE SPACES TO FIN-TRAN-RECORD.
           MOVE DISP-CUST-ID TO FIN-CUST-ID.
           MOVE "C" TO FIN-DC-CODE.
           MOVE DISP-AMOUNT TO FIN-AMOUNT.
           MOVE WS-RUN-DATE(3:6) TO FIN-TRAN-DATE.
           MOVE DISP-REFERENCE TO FIN-REFERENCE.
           MOVE "DS" TO FIN-TRAN-TYPE.
           WRITE FIN-TRAN-RECORD.
           CLOSE FINANCIAL-TRAN-FILE.
           *> The credit carries the disputed posting's own
           *> reference, so the history shows the charge and its
           *> reversal side by side.

       CLOSE-ONE-DISPUTE.
           MOVE WS-RUN-DATE TO DISP-CLOSE-DATE.
           MOVE WS-OPERATOR-ID TO DISP-CLOSE-OPERATOR.
           REWRITE CUSTOMER-DISPUTE-RECORD.
           ADD 1 TO WS-RESOLVED-COUNT.
           MOVE DISP-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-NOTE-TEXT.
           IF DISP-CREDITED
               STRING "DISPUTE " DISP-REFERENCE
                   " CREDITED " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
           ELSE
               STRING "DISPUTE " DISP-REFERENCE
                   " REINSTATED " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-NOTE-TEXT
           END-IF.
           PERFORM APPEND-DISPUTE-NOTE.

       APPEND-DISPUTE-NOTE.
           OPEN EXTEND NOTES-FILE.
           IF WS-NOTES-STATUS NOT = "00"
               OPEN OUTPUT NOTES-FILE
           END-IF.
           MOVE DISP-CUST-ID TO NOTE-CUST-ID.
           MOVE WS-RUN-DATE TO NOTE-DATE.
           ACCEPT NOTE-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO NOTE-OPERATOR.
           MOVE WS-NOTE-TEXT TO NOTE-TEXT.
           WRITE CUSTOMER-NOTE-RECORD.
           CLOSE NOTES-FILE.

       MENU-DISPLAY-DISPUTE.
           PERFORM PROMPT-FOR-KEY.
           PERFORM CHECK-BRANCH-ACCESS.
           IF BRANCH-ALLOWED
               READ DISPUTE-FILE
                   INVALID KEY
                       DISPLAY "No dispute on file for "
                           WS-INPUT-ID " " WS-INPUT-REFERENCE
                   NOT INVALID KEY
                       PERFORM DISPLAY-ONE-DISPUTE
               END-READ
           END-IF.

       MENU-LIST-DISPUTES.
           DISPLAY "Customer ID: " WITH NO ADVANCING.
           ACCEPT WS-INPUT-ID.
           MOVE 0 TO WS-LIST-COUNT.
           MOVE WS-INPUT-ID TO DISP-CUST-ID.
           MOVE LOW-VALUES TO DISP-REFERENCE.
           START DISPUTE-FILE KEY >= DISP-KEY
               INVALID KEY
                   SET LIST-DONE TO TRUE
               NOT INVALID KEY
                   SET LIST-GOING TO TRUE
           END-START.
           PERFORM LIST-ONE-DISPUTE UNTIL LIST-DONE.
           IF WS-LIST-COUNT = 0
               DISPLAY "No disputes on file for " WS-INPUT-ID
           END-IF.

       LIST-ONE-DISPUTE.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   SET LIST-DONE TO TRUE
               NOT AT END
                   IF DISP-CUST-ID NOT = WS-INPUT-ID
                       SET LIST-DONE TO TRUE
                   ELSE
                       ADD 1 TO WS-LIST-COUNT
                       PERFORM DISPLAY-ONE-DISPUTE
                   END-IF
           END-READ.

       DISPLAY-ONE-DISPUTE.
           MOVE DISP-AMOUNT TO WS-AMOUNT-EDIT.
           DISPLAY "Ref " DISP-REFERENCE " amount " WS-AMOUNT-EDIT
               " status " DISP-STATUS
               " opened " DISP-OPEN-DATE " by " DISP-OPERATOR.
           DISPLAY "    " DISP-REASON.
           IF NOT DISP-OPEN
               DISPLAY "    closed " DISP-CLOSE-DATE
                   " by " DISP-CLOSE-OPERATOR
           END-IF.

       CLOSE-FILES.
           IF WS-CUSTOMER-STATUS = "00"
               CLOSE CUSTOMER-FILE
           END-IF.
           CLOSE DISPUTE-FILE.

       WRITE-OPERATOR-ALERT.
           MOVE "DisputeMenu" TO ALERT-PROGRAM-NAME.
           MOVE RETURN-CODE TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-FILE-STATUSES.
           STRING "OPER=" WS-OPERATOR-STATUS
               DELIMITED BY SIZE INTO ALERT-FILE-STATUSES.
           MOVE "SIGN-ON REFUSED"
               TO ALERT-ACTION-TEXT.
           CALL "AlertWriter" USING ALERT-CALL-AREA.
