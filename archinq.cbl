       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           *> Same operator security file as the other menus - anyone
           *> signed on may look a purged customer up, only
           *> update-level authority may put one back.

           SELECT ARCHIVE-FILE ASSIGN TO "CUSTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           *> as an inactive record, and the normal menu change path
           *> reactivates it.

           SELECT LOCK-FILE ASSIGN TO "CUSTLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           *> Taken for each reinstatement only - the master write
           *> and its journal entry happen under it, so they cannot
           *> interleave with a batch run or fork the journal chain
           *> a menu session is stamping. Browsing holds nothing.

           SELECT JOURNAL-FILE ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.

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

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05 ARCH-MASKED-ID     PIC 9(10).
       01  KEY-CTL-RECORD.
           05 CTL-CIPHER-KEY     PIC 9(10).

       FD  LOCK-FILE.
           COPY CUSTLCK.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

           COPY CUSTJRN.

       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-STATUS      PIC X(02) VALUE "00".
       01 WS-ARCHIVE-STATUS       PIC X(02) VALUE "00".
       01 WS-KEY-STATUS           PIC X(02) VALUE "00".
       01 WS-CUSTOMER-STATUS      PIC X(02) VALUE "00".
       01 WS-JOURNAL-STATUS       PIC X(02) VALUE "00".
       01 WS-LOCK-STATUS          PIC X(02) VALUE "00".

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
       *> a purged customer is placed by ID range once the CUSTBRCH
       *> row has gone.

       01 WS-ARCHIVE-EOF-SWITCH   PIC X(01).
       88 ARCHIVE-EOF             VALUE "Y".
       01 WS-JOURNAL-DATE         PIC 9(08).
       01 WS-JOURNAL-TIME         PIC 9(08).
       01 WS-REINSTATED-COUNT     PIC 9(04) VALUE 0.
       01 WS-REJECT-COUNT         PIC 9(04) VALUE 0.

       01 WS-LOCK-SWITCH          PIC X(01) VALUE "N".
       88 LOCK-ACQUIRED           VALUE "Y".
       88 LOCK-NOT-ACQUIRED       VALUE "N".
       01 WS-INSTANCE-TOKEN       PIC X(10).
       01 WS-START-TIME           PIC 9(08).

       COPY CHNLNK.

       COPY BRNLNK.

       COPY ALERTLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Archive Inquiry ===".
           PERFORM SIGN-ON-OPERATOR.
           IF NOT-SIGNED-ON
               DISPLAY "Sign-on failed - archive inquiry not started"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPERATOR-ALERT
               STOP RUN
           END-IF.
           ACCEPT WS-START-TIME FROM TIME.
           MOVE SPACES TO WS-INSTANCE-TOKEN.
           STRING "A" WS-START-TIME
               DELIMITED BY SIZE INTO WS-INSTANCE-TOKEN.
           PERFORM READ-CIPHER-KEY.
           PERFORM SHOW-MENU UNTIL MENU-EXIT.
           DISPLAY "Reinstated this session: "
               WS-REINSTATED-COUNT.
           DISPLAY "=== Archive Inquiry End ===".
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

       READ-CIPHER-KEY.
           OPEN INPUT KEY-CONTROL-FILE.
           IF WS-KEY-STATUS = "00"
       FIND-ARCHIVED-CUSTOMER.
           DISPLAY "Customer ID: " WITH NO ADVANCING.
           ACCEPT WS-INPUT-ID.
           PERFORM CHECK-BRANCH-ACCESS.
           IF BRANCH-ALLOWED
               PERFORM FIND-ALLOWED-CUSTOMER
           END-IF.

       CHECK-BRANCH-ACCESS.
           MOVE WS-INPUT-ID TO BRNL-CUST-ID.
           IF OPERATOR-ALL-BRANCHES
               SET BRANCH-ALLOWED TO TRUE
           ELSE
               SET BRNL-LOOKUP TO TRUE
               CALL "BranchLookup" USING BRNL-CALL-AREA
               IF BRNL-BRANCH-CODE = WS-OPERATOR-BRANCH
                   SET BRANCH-ALLOWED TO TRUE
               ELSE
                   SET BRANCH-REFUSED TO TRUE
                   DISPLAY "Not authorized - customer " WS-INPUT-ID
                       " belongs to branch " BRNL-BRANCH-CODE
                   ADD 1 TO WS-REJECT-COUNT
               END-IF
           END-IF.

       FIND-ALLOWED-CUSTOMER.
           MOVE WS-INPUT-ID TO WS-PLAIN-ID-EDIT.
           PERFORM MASK-ONE-DIGIT
               VARYING WS-DIGIT-INDEX FROM 1 BY 1
           *> the newest image, which is the one kept.

       OFFER-REINSTATEMENT.
           IF NOT UPDATE-AUTHORITY
               DISPLAY "Reinstatement needs update authority"
                   " - left in the archive"
           ELSE
               PERFORM CONFIRM-REINSTATEMENT
           END-IF.

       CONFIRM-REINSTATEMENT.
           DISPLAY "Reinstate this record to the master"
               " (Y to confirm): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               PERFORM ACQUIRE-MASTER-LOCK
               IF LOCK-ACQUIRED
                   PERFORM REINSTATE-CUSTOMER
                   PERFORM RELEASE-MASTER-LOCK
               ELSE
                   DISPLAY "Master held by " LOCK-OWNER
                       " since " LOCK-DATE " " LOCK-TIME
                       " - nothing reinstated, try again later"
               END-IF
           ELSE
               DISPLAY "Left in the archive"
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
               MOVE "ArchiveInquiry" TO LOCK-OWNER
               ACCEPT LOCK-DATE FROM DATE YYYYMMDD
               ACCEPT LOCK-TIME FROM TIME
               MOVE WS-INSTANCE-TOKEN TO LOCK-PROCESS-ID
               MOVE LOCK-DATE TO LOCK-HB-DATE
               MOVE LOCK-TIME TO LOCK-HB-TIME
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
           END-IF.
           *> One try, as the maintenance menu makes it - the
           *> operator is told who has the master and comes back.

       RELEASE-MASTER-LOCK.
           OPEN OUTPUT LOCK-FILE.
           CLOSE LOCK-FILE.

       REINSTATE-CUSTOMER.
           OPEN I-O CUSTOMER-FILE.
           IF WS-CUSTOMER-STATUS NOT = "00"
           *> the usual validation and journaling apply.

       JOURNAL-REINSTATEMENT.
           SET CHN-TAKE-TAIL TO TRUE.
           MOVE "CUSTJRNL" TO CHN-LOG-NAME.
           CALL "LogChain" USING CHAIN-CALL-AREA.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           MOVE SPACES TO JRNL-BEFORE-IMAGE.
           MOVE CUST-MASTER-RECORD TO JRNL-AFTER-IMAGE.
           MOVE 0 TO JRNL-BATCH-ID.
           PERFORM STAMP-JOURNAL-CHAIN.
           WRITE CUST-JOURNAL-RECORD.
           CLOSE JOURNAL-FILE.

       STAMP-JOURNAL-CHAIN.
           MOVE CUST-JOURNAL-RECORD(1:94) TO CHN-ENTRY-TEXT.
           SET CHN-NEXT-ENTRY TO TRUE.
           MOVE "CUSTJRNL" TO CHN-LOG-NAME.
           CALL "LogChain" USING CHAIN-CALL-AREA.
           MOVE CHN-SEQUENCE TO JRNL-CHAIN-SEQUENCE.
           MOVE CHN-CHECK-VALUE TO JRNL-CHAIN-VALUE.

       WRITE-OPERATOR-ALERT.
           MOVE "ArchiveInquiry" TO ALERT-PROGRAM-NAME.
           MOVE RETURN-CODE TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-FILE-STATUSES.
           STRING "OPER=" WS-OPERATOR-STATUS
               DELIMITED BY SIZE INTO ALERT-FILE-STATUSES.
           MOVE "SIGN-ON REFUSED"
               TO ALERT-ACTION-TEXT.
           CALL "AlertWriter" USING ALERT-CALL-AREA.
