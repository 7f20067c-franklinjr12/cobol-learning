       IDENTIFICATION DIVISION.
       PROGRAM-ID. AnomalyReviewMenu.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERSEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-STATUS.
           *> Same operator security file as the other menus - only
           *> update-level authority may clear an item; anyone
           *> signed on may look.

           SELECT ANOMALY-ITEM-FILE ASSIGN TO "ANOMITEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ANOM-KEY
               FILE STATUS IS WS-ITEM-STATUS.
           *> The items PostingAnomalyReview has raised. Clearing one
           *> here is what keeps it off the nightly worklist.

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
           *> Spaces is head office, with the whole book. A branch
           *> operator sees and clears only the items of customers
           *> in that branch, and of operators signed to it.

       FD  ANOMALY-ITEM-FILE.
           COPY ANOMITM.

       FD  LOCK-FILE.
           COPY CUSTLCK.

       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-STATUS      PIC X(02) VALUE "00".
       01 WS-ITEM-STATUS          PIC X(02) VALUE "00".

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
       01 WS-SUBJECT-INDEX        PIC 9(02).

       01 WS-MENU-CHOICE          PIC X(01).
       88 MENU-EXIT               VALUE "0".
       88 MENU-LIST-OPEN          VALUE "1".
       88 MENU-CLEAR              VALUE "2".
       88 MENU-DISPLAY            VALUE "3".
       88 MENU-LIST-CLEARED       VALUE "4".

       01 WS-INPUT-RULE           PIC X(02).
       01 WS-INPUT-SUBJECT        PIC X(10).
       01 WS-INPUT-ID             PIC 9(10).
       01 WS-INPUT-TEXT           PIC X(30).
       01 WS-CONFIRM              PIC X(01).

       01 WS-ITEM-EOF-SWITCH      PIC X(01) VALUE "N".
       88 ITEM-EOF                VALUE "Y".
       88 ITEM-NOT-EOF            VALUE "N".
       01 WS-ITEM-FOUND-SWITCH    PIC X(01).
       88 ITEM-FOUND              VALUE "Y".
       88 ITEM-NOT-FOUND          VALUE "N".

       01 WS-RUN-DATE             PIC 9(08).
       01 WS-LIST-COUNT           PIC 9(04).
       01 WS-CLEARED-COUNT        PIC 9(04) VALUE 0.
       01 WS-REJECT-COUNT         PIC 9(04) VALUE 0.

       01 WS-LOCK-STATUS          PIC X(02) VALUE "00".
       01 WS-LOCK-SWITCH          PIC X(01) VALUE "N".
       88 LOCK-ACQUIRED           VALUE "Y".
       88 LOCK-NOT-ACQUIRED       VALUE "N".
       01 WS-INSTANCE-TOKEN       PIC X(10).
       01 WS-START-TIME           PIC 9(08).

       COPY BRNLNK.

       COPY ALERTLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Anomaly Review ===".
           PERFORM SIGN-ON-OPERATOR.
           IF NOT-SIGNED-ON
               DISPLAY "Sign-on failed - anomaly review not started"
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
           CLOSE ANOMALY-ITEM-FILE.
           DISPLAY "Cleared: " WS-CLEARED-COUNT.
           DISPLAY "=== Anomaly Review End ===".
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
           OPEN I-O ANOMALY-ITEM-FILE.
           IF WS-ITEM-STATUS = "35"
               OPEN OUTPUT ANOMALY-ITEM-FILE
               CLOSE ANOMALY-ITEM-FILE
               OPEN I-O ANOMALY-ITEM-FILE
           END-IF.
           *> Status 35 = file does not exist yet - create it empty
           *> on the first run, same as the reference menus.

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "1 - List open items".
           DISPLAY "2 - Clear an item".
           DISPLAY "3 - Display an item".
           DISPLAY "4 - List cleared items".
           DISPLAY "0 - Exit".
           DISPLAY "Select an option: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.
           EVALUATE TRUE
               WHEN MENU-CLEAR AND NOT UPDATE-AUTHORITY
                   DISPLAY "Not authorized - update authority required"
               WHEN MENU-LIST-OPEN
                   PERFORM MENU-LIST-OPEN-ITEMS
               WHEN MENU-CLEAR
                   PERFORM RUN-UNDER-MASTER-LOCK
               WHEN MENU-DISPLAY
                   PERFORM MENU-DISPLAY-ITEM
               WHEN MENU-LIST-CLEARED
                   PERFORM MENU-LIST-CLEARED-ITEMS
               WHEN MENU-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Not a valid option"
           END-EVALUATE.

       RUN-UNDER-MASTER-LOCK.
           PERFORM ACQUIRE-MASTER-LOCK.
           IF LOCK-ACQUIRED
               EVALUATE TRUE
                   WHEN MENU-CLEAR
                       PERFORM MENU-CLEAR-ITEM
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
               MOVE "AnomalyReviewMenu" TO LOCK-OWNER
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

       PROMPT-FOR-ITEM.
           DISPLAY "Rule (PD LC CR OC): " WITH NO ADVANCING.
           ACCEPT WS-INPUT-RULE.
           MOVE FUNCTION UPPER-CASE(WS-INPUT-RULE) TO WS-INPUT-RULE.
           DISPLAY "Customer or operator ID: " WITH NO ADVANCING.
           ACCEPT WS-INPUT-SUBJECT.
           IF WS-INPUT-RULE NOT = "OC"
               MOVE FUNCTION NUMVAL(WS-INPUT-SUBJECT) TO WS-INPUT-ID
               MOVE WS-INPUT-ID TO WS-INPUT-SUBJECT
           END-IF.
           SET ITEM-NOT-FOUND TO TRUE.
           MOVE WS-INPUT-RULE TO ANOM-RULE.
           MOVE WS-INPUT-SUBJECT TO ANOM-SUBJECT.
           READ ANOMALY-ITEM-FILE
               INVALID KEY
                   DISPLAY "No such item " WS-INPUT-RULE " "
                       WS-INPUT-SUBJECT
               NOT INVALID KEY
                   SET ITEM-FOUND TO TRUE
           END-READ.
           *> A customer ID may be keyed without its leading zeros;
           *> an operator ID is keyed as it signs on.

       SHOW-ITEM.
           DISPLAY ANOM-RULE " " ANOM-SUBJECT " " ANOM-LAST-SUMMARY.
           DISPLAY "  Raised " ANOM-FIRST-RAISED " to "
               ANOM-LAST-RAISED " on " ANOM-RAISED-COUNT
               " days, last score " ANOM-LAST-SCORE.
           IF ANOM-CLEARED
               DISPLAY "  Cleared " ANOM-CLEARED-DATE " by "
                   ANOM-CLEARED-BY " at score " ANOM-CLEARED-SCORE
               DISPLAY "  " ANOM-CLEARED-REASON
           ELSE
               DISPLAY "  Open"
               IF ANOM-CLEARED-DATE > 0
                   DISPLAY "  Raised again after clearing "
                       ANOM-CLEARED-DATE " by " ANOM-CLEARED-BY
                       " - " ANOM-CLEARED-REASON
               END-IF
           END-IF.

       CHECK-ITEM-BRANCH.
           PERFORM FIND-ITEM-BRANCH.
           IF BRANCH-REFUSED
               DISPLAY "Not authorized - " ANOM-RULE " " ANOM-SUBJECT
                   " belongs to branch " BRNL-BRANCH-CODE
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

       FIND-ITEM-BRANCH.
           IF OPERATOR-ALL-BRANCHES
               SET BRANCH-ALLOWED TO TRUE
           ELSE
               IF ANOM-OPER-CLUSTER
                   MOVE "00" TO BRNL-BRANCH-CODE
                   PERFORM VARYING WS-SUBJECT-INDEX FROM 1 BY 1
                       UNTIL WS-SUBJECT-INDEX > WS-OPERATOR-COUNT
                       IF WS-OPER-ID(WS-SUBJECT-INDEX)
                           = ANOM-SUBJECT(1:8)
                           MOVE WS-OPER-BRANCH(WS-SUBJECT-INDEX)
                               TO BRNL-BRANCH-CODE
                       END-IF
                   END-PERFORM
               ELSE
                   MOVE ANOM-SUBJECT TO BRNL-CUST-ID
                   SET BRNL-LOOKUP TO TRUE
                   CALL "BranchLookup" USING BRNL-CALL-AREA
               END-IF
               IF BRNL-BRANCH-CODE = WS-OPERATOR-BRANCH
                   SET BRANCH-ALLOWED TO TRUE
               ELSE
                   SET BRANCH-REFUSED TO TRUE
               END-IF
           END-IF.
           *> Expects the item in the record area. An OC item goes
           *> with the branch of the operator it names - one no
           *> longer on OPERSEC is left to head office.

       MENU-DISPLAY-ITEM.
           PERFORM PROMPT-FOR-ITEM.
           IF ITEM-FOUND
               PERFORM CHECK-ITEM-BRANCH
               IF BRANCH-ALLOWED
                   PERFORM SHOW-ITEM
               END-IF
           END-IF.

       MENU-CLEAR-ITEM.
           PERFORM PROMPT-FOR-ITEM.
           IF ITEM-FOUND
               PERFORM CHECK-ITEM-BRANCH
           END-IF.
           EVALUATE TRUE
               WHEN ITEM-NOT-FOUND
                   ADD 1 TO WS-REJECT-COUNT
               WHEN BRANCH-REFUSED
                   CONTINUE
               WHEN ANOM-CLEARED
                   DISPLAY "Already cleared " ANOM-CLEARED-DATE
                       " by " ANOM-CLEARED-BY
               WHEN ANOM-OPER-CLUSTER
                   AND ANOM-SUBJECT = WS-OPERATOR-ID
                   DISPLAY "Refused - an operator may not clear "
                       "their own payments"
                   ADD 1 TO WS-REJECT-COUNT
               WHEN OTHER
                   PERFORM CLEAR-ONE-ITEM
           END-EVALUATE.

       CLEAR-ONE-ITEM.
           PERFORM SHOW-ITEM.
           DISPLAY "Reason for clearing: " WITH NO ADVANCING.
           ACCEPT WS-INPUT-TEXT.
           IF WS-INPUT-TEXT = SPACES
               DISPLAY "Not cleared - a reason is required"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               DISPLAY "Clear this item (Y/N): " WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   SET ANOM-CLEARED TO TRUE
                   MOVE WS-RUN-DATE TO ANOM-CLEARED-DATE
                   MOVE WS-OPERATOR-ID TO ANOM-CLEARED-BY
                   MOVE ANOM-LAST-SCORE TO ANOM-CLEARED-SCORE
                   MOVE WS-INPUT-TEXT TO ANOM-CLEARED-REASON
                   REWRITE ANOMALY-ITEM-RECORD
                       INVALID KEY
                           DISPLAY "Not cleared - status "
                               WS-ITEM-STATUS
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           DISPLAY "Item cleared"
                           ADD 1 TO WS-CLEARED-COUNT
                   END-REWRITE
               ELSE
                   DISPLAY "Not cleared"
               END-IF
           END-IF.
           *> The score at clearing is the bar: the nightly run
           *> leaves the item quiet until the pattern beats it.

       MENU-LIST-OPEN-ITEMS.
           MOVE 0 TO WS-LIST-COUNT.
           SET ITEM-NOT-EOF TO TRUE.
           MOVE LOW-VALUES TO ANOM-KEY.
           START ANOMALY-ITEM-FILE KEY >= ANOM-KEY
               INVALID KEY
                   SET ITEM-EOF TO TRUE
           END-START.
           PERFORM UNTIL ITEM-EOF
               READ ANOMALY-ITEM-FILE NEXT RECORD
                   AT END
                       SET ITEM-EOF TO TRUE
                   NOT AT END
                       PERFORM FIND-ITEM-BRANCH
                       IF ANOM-OPEN AND BRANCH-ALLOWED
                           ADD 1 TO WS-LIST-COUNT
                           DISPLAY ANOM-RULE " " ANOM-SUBJECT
                               " " ANOM-LAST-SCORE
                               " " ANOM-LAST-RAISED
                               " " ANOM-LAST-SUMMARY
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Open items: " WS-LIST-COUNT.

       MENU-LIST-CLEARED-ITEMS.
           MOVE 0 TO WS-LIST-COUNT.
           SET ITEM-NOT-EOF TO TRUE.
           MOVE LOW-VALUES TO ANOM-KEY.
           START ANOMALY-ITEM-FILE KEY >= ANOM-KEY
               INVALID KEY
                   SET ITEM-EOF TO TRUE
           END-START.
           PERFORM UNTIL ITEM-EOF
               READ ANOMALY-ITEM-FILE NEXT RECORD
                   AT END
                       SET ITEM-EOF TO TRUE
                   NOT AT END
                       PERFORM FIND-ITEM-BRANCH
                       IF ANOM-CLEARED AND BRANCH-ALLOWED
                           ADD 1 TO WS-LIST-COUNT
                           DISPLAY ANOM-RULE " " ANOM-SUBJECT
                               " " ANOM-CLEARED-DATE
                               " " ANOM-CLEARED-BY
                               " " ANOM-CLEARED-REASON
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Cleared items: " WS-LIST-COUNT.

       WRITE-OPERATOR-ALERT.
           MOVE "AnomalyReviewMenu" TO ALERT-PROGRAM-NAME.
           MOVE RETURN-CODE TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-FILE-STATUSES.
           STRING "OPER=" WS-OPERATOR-STATUS
               DELIMITED BY SIZE INTO ALERT-FILE-STATUSES.
           MOVE "SIGN-ON REFUSED"
               TO ALERT-ACTION-TEXT.
           CALL "AlertWriter" USING ALERT-CALL-AREA.
