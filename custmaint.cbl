               RECORD KEY IS BAL-CUST-ID
               FILE STATUS IS WS-BALANCE-STATUS.
           *> Customer balance file CustomerPosting maintains - read
           *> so a delete can be refused while the account still
           *> carries money, and written only to open the balance of
           *> an add that came from an approved application.

           SELECT APPLICATION-FILE ASSIGN TO "APPLICN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APP-KEY
               FILE STATUS IS WS-APPLICATION-STATUS.
           *> New-customer applications from ApplicationMenu. An add
           *> whose ID has an approved application gets that
           *> application's address and approved credit limit in the
           *> same step, and the application is marked opened.

           SELECT JOURNAL-FILE ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
           *> delete - what a REWRITE overwrote used to be simply
           *> gone; CUSTMLOG only ever caught the rejects.

           SELECT ADDRESS-CHANGE-FILE ASSIGN TO "ADDRCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDR-CHANGE-STATUS.
           *> A "B" transaction that alters an address row is logged
           *> here just as a menu change is - the confirmation notice
           *> and the refund hold do not care which door it came in.

           SELECT RUN-TOTALS-FILE ASSIGN TO "CUSTMTOT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOTALS-STATUS.
       FD  BALANCE-FILE.
           COPY CUSTBAL.

       FD  APPLICATION-FILE.
           COPY CUSTAPP.

       FD  JOURNAL-FILE.
           COPY CUSTJRN.

       FD  ADDRESS-CHANGE-FILE.
           COPY CUSTACH.

       FD  MAINT-LOG-FILE.
       01  MAINT-LOG-RECORD       PIC X(80).

       01 WS-TRANS-STATUS         PIC X(02) VALUE "00".
       01 WS-LOG-STATUS           PIC X(02) VALUE "00".
       01 WS-BALANCE-STATUS       PIC X(02) VALUE "00".
       01 WS-APPLICATION-STATUS   PIC X(02) VALUE "00".
       01 WS-ADDRESS-STATUS       PIC X(02) VALUE "00".
       01 WS-LOCK-STATUS          PIC X(02) VALUE "00".
       01 WS-MREJ-STATUS          PIC X(02) VALUE "00".
       *> Up to 12 tries five seconds apart - a minute of patience
       *> before the batch gives up and lets operations decide.
       01 WS-JOURNAL-STATUS       PIC X(02) VALUE "00".
       01 WS-ADDR-CHANGE-STATUS   PIC X(02) VALUE "00".
       01 WS-OLD-ADDRESS-IMAGE    PIC X(145).
       01 WS-CATEGORY-REF-STATUS  PIC X(02) VALUE "00".
       01 WS-TOTALS-STATUS        PIC X(02) VALUE "00".
       01 WS-TOTALS-RUN-DATE      PIC 9(08).
       88 BALANCE-ALLOWS-DELETE   VALUE "N".
       88 BALANCE-BLOCKS-DELETE   VALUE "Y".

       01 WS-APP-EOF-SWITCH       PIC X(01).
       88 APP-EOF                 VALUE "Y".
       88 APP-NOT-EOF             VALUE "N".
       01 WS-APP-FOUND-SWITCH     PIC X(01).
       88 APP-FOUND               VALUE "Y".
       88 APP-NOT-FOUND           VALUE "N".
       01 WS-APP-FOUND-KEY        PIC X(26).
       01 WS-APP-OPENED-COUNT     PIC 9(06) VALUE 0.

       01 WS-BRANCH-OK-SWITCH     PIC X(01).
       88 BRANCH-OK               VALUE "Y".
       88 BRANCH-BAD              VALUE "N".

       COPY VALDLNK.

       COPY BRNLNK.

       COPY ALERTLNK.

       COPY CHNLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Customer Maintenance Start ===".
               " Rejected: " WS-REJECT-COUNT.
           DISPLAY "Addresses updated: " WS-ADDR-UPD-COUNT
               " removed: " WS-ADDR-DEL-COUNT.
           DISPLAY "Opened from applications: " WS-APP-OPENED-COUNT.
           DISPLAY "=== Customer Maintenance End ===".
           IF WS-TRANS-STATUS NOT = "00"
               AND WS-TRANS-STATUS NOT = "10"
               CLOSE ADDRESS-FILE
               OPEN I-O ADDRESS-FILE
           END-IF.
           OPEN I-O BALANCE-FILE.
           IF WS-BALANCE-STATUS = "00"
               SET BALANCE-FILE-OPEN TO TRUE
           ELSE
               SET BALANCE-FILE-ABSENT TO TRUE
           END-IF.
           OPEN I-O APPLICATION-FILE.
           *> No APPLICN simply means no adds come from applications.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "Transaction file not available - status "
           END-IF.
           OPEN OUTPUT MAINT-LOG-FILE.
           OPEN OUTPUT MAINT-REJECT-FILE.
           SET CHN-TAKE-TAIL TO TRUE.
           MOVE "CUSTJRNL" TO CHN-LOG-NAME.
           CALL "LogChain" USING CHAIN-CALL-AREA.
           *> The journal's chain is picked up where the last writer
           *> left it - CUSTLOCK keeps the menu from appending to it
           *> while this run holds the master.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           OPEN EXTEND ADDRESS-CHANGE-FILE.
           IF WS-ADDR-CHANGE-STATUS NOT = "00"
               OPEN OUTPUT ADDRESS-CHANGE-FILE
           END-IF.
           OPEN EXTEND DUP-REPORT-FILE.
           *> Reopened in EXTEND so an add that turns out to duplicate
           *> an ID already on file - caught below in ADD-CUSTOMER, not
           PERFORM VALIDATE-CHECK-DIGIT.
           PERFORM VALIDATE-TRANSACTION-DATE.
           PERFORM VALIDATE-CATEGORY.
           PERFORM FIND-ADD-BRANCH.
           IF CHECK-DIGIT-BAD
               STRING "Add rejected, bad check digit ID " TRAN-CUST-ID
                   DELIMITED BY SIZE INTO WS-LOG-LINE
               MOVE WS-LOG-LINE TO MAINT-LOG-RECORD
               MOVE "E304" TO WS-REJECT-REASON
               PERFORM LOG-REJECT
           ELSE
           IF BRANCH-BAD
               STRING "Add rejected, ID in no branch's range ID "
                   TRAN-CUST-ID
                   DELIMITED BY SIZE INTO WS-LOG-LINE
               MOVE WS-LOG-LINE TO MAINT-LOG-RECORD
               MOVE "E311" TO WS-REJECT-REASON
               PERFORM LOG-REJECT
           ELSE
               MOVE TRAN-CUST-ID TO CUST-ID
               MOVE TRAN-CUST-NAME TO CUST-NAME
                           ADD 1 TO WS-ADD-COUNT
                           MOVE SPACES TO WS-BEFORE-IMAGE
                           PERFORM WRITE-CHANGE-JOURNAL
                           PERFORM STORE-ADD-BRANCH
                           PERFORM OPEN-APPLIED-ACCOUNT
                   END-WRITE
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       FIND-ADD-BRANCH.
           SET BRNL-LOOKUP TO TRUE.
           MOVE TRAN-CUST-ID TO BRNL-CUST-ID.
           CALL "BranchLookup" USING BRNL-CALL-AREA.
           IF BRNL-UNASSIGNED AND BRNL-BRANCH-COUNT > 0
               SET BRANCH-BAD TO TRUE
           ELSE
               SET BRANCH-OK TO TRUE
           END-IF.
           *> A new account belongs to the branch whose ID range on
           *> BRANCHES it was numbered in - an ID outside every range
           *> has no branch to report or post under, so it is sent
           *> back rather than added. No BRANCHES at all is a single
           *> book, and every add passes.

       STORE-ADD-BRANCH.
           IF BRNL-FROM-RANGE
               SET BRNL-SET-BRANCH TO TRUE
               MOVE TRAN-CUST-ID TO BRNL-CUST-ID
               MOVE "BATCH" TO BRNL-SET-BY
               CALL "BranchLookup" USING BRNL-CALL-AREA
               IF BRNL-FAILED
                   DISPLAY "Branch not recorded for " TRAN-CUST-ID
                       " - its ID range still places it"
               END-IF
           END-IF.
           *> An ID that already has a CUSTBRCH row - one the menu
           *> placed before a purge took it off - keeps that branch.

       OPEN-APPLIED-ACCOUNT.
           PERFORM FIND-APPROVED-APPLICATION.
           IF APP-FOUND
               PERFORM WRITE-APPLICATION-ADDRESS
               PERFORM WRITE-OPENING-BALANCE
               SET APP-OPENED TO TRUE
               MOVE WS-RUN-DATE TO APP-OPENED-DATE
               REWRITE CUST-APPLICATION-RECORD
               ADD 1 TO WS-APP-OPENED-COUNT
           END-IF.
           *> The add, its address, and its opening balance land
           *> together - an add that is rejected leaves the
           *> application approved and nothing half-built behind it.

       FIND-APPROVED-APPLICATION.
           SET APP-NOT-FOUND TO TRUE.
           IF WS-APPLICATION-STATUS = "00"
               OR WS-APPLICATION-STATUS = "10"
               OR WS-APPLICATION-STATUS = "23"
               SET APP-NOT-EOF TO TRUE
               MOVE TRAN-CUST-ID TO APP-CUST-ID
               MOVE 0 TO APP-TAKEN-DATE
               MOVE 0 TO APP-TAKEN-TIME
               START APPLICATION-FILE KEY >= APP-KEY
                   INVALID KEY
                       SET APP-EOF TO TRUE
               END-START
               PERFORM UNTIL APP-EOF
                   READ APPLICATION-FILE NEXT RECORD
                       AT END
                           SET APP-EOF TO TRUE
                       NOT AT END
                           IF APP-CUST-ID NOT = TRAN-CUST-ID
                               SET APP-EOF TO TRUE
                           ELSE
                               IF APP-APPROVED
                                   SET APP-FOUND TO TRUE
                                   MOVE APP-KEY TO WS-APP-FOUND-KEY
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF APP-FOUND
                   MOVE WS-APP-FOUND-KEY TO APP-KEY
                   READ APPLICATION-FILE
                       INVALID KEY
                           SET APP-NOT-FOUND TO TRUE
                   END-READ
               END-IF
           END-IF.

       WRITE-APPLICATION-ADDRESS.
           MOVE APP-CUST-ID TO ADDR-CUST-ID.
           MOVE APP-ADDR-LINE-1 TO ADDR-LINE-1.
           MOVE APP-ADDR-LINE-2 TO ADDR-LINE-2.
           MOVE APP-ADDR-CITY TO ADDR-CITY.
           MOVE APP-ADDR-POSTAL TO ADDR-POSTAL.
           MOVE APP-ADDR-PHONE TO ADDR-PHONE.
           MOVE APP-ADDR-EMAIL TO ADDR-EMAIL.
           WRITE CUST-ADDRESS-RECORD
               INVALID KEY
                   REWRITE CUST-ADDRESS-RECORD
           END-WRITE.
           ADD 1 TO WS-ADDR-UPD-COUNT.

       WRITE-OPENING-BALANCE.
           IF BALANCE-FILE-ABSENT
               DISPLAY "No balance file - opening balance for "
                   APP-CUST-ID " left to the first posting"
           ELSE
               MOVE APP-CUST-ID TO BAL-CUST-ID
               READ BALANCE-FILE
                   INVALID KEY
                       MOVE 0 TO BAL-CURRENT
                       MOVE APP-APPROVED-LIMIT TO BAL-CREDIT-LIMIT
                       MOVE 0 TO BAL-LAST-POST-DATE
                       MOVE "C" TO BAL-DELINQ-STATUS
                       WRITE CUST-BALANCE-RECORD
                   NOT INVALID KEY
                       MOVE APP-APPROVED-LIMIT TO BAL-CREDIT-LIMIT
                       REWRITE CUST-BALANCE-RECORD
               END-READ
           END-IF.
           *> A balance row already there belongs to an ID purged and
           *> now reused - its money stays, and only the limit the
           *> reviewer approved is laid over it.

       LOG-DUPLICATE-ADD.
           STRING "Add rejected, duplicate ID "
               TRAN-CUST-ID
           *> A CUSTTRED written before the edit step stamped batch
           *> numbers reads those columns as spaces - journaled as
           *> batch zero, the same no-batch value menu actions get.
           PERFORM STAMP-JOURNAL-CHAIN.
           WRITE CUST-JOURNAL-RECORD.

       STAMP-JOURNAL-CHAIN.
           MOVE CUST-JOURNAL-RECORD(1:94) TO CHN-ENTRY-TEXT.
           SET CHN-NEXT-ENTRY TO TRUE.
           MOVE "CUSTJRNL" TO CHN-LOG-NAME.
           CALL "LogChain" USING CHAIN-CALL-AREA.
           MOVE CHN-SEQUENCE TO JRNL-CHAIN-SEQUENCE.
           MOVE CHN-CHECK-VALUE TO JRNL-CHAIN-VALUE.

       ADDRESS-UPDATE.
           MOVE TRAN-CUST-ID TO CUST-ID.
           READ CUSTOMER-FILE
           MOVE TRAN-CUST-ID TO ADDR-CUST-ID.
           READ ADDRESS-FILE
               INVALID KEY
                   MOVE SPACES TO WS-OLD-ADDRESS-IMAGE
                   PERFORM BUILD-ADDRESS-RECORD
                   IF LIVE-RUN
                       WRITE CUST-ADDRESS-RECORD
                   END-IF
               NOT INVALID KEY
                   MOVE CUST-ADDRESS-RECORD TO WS-OLD-ADDRESS-IMAGE
                   PERFORM BUILD-ADDRESS-RECORD
                   IF LIVE-RUN
                       REWRITE CUST-ADDRESS-RECORD
                   END-IF
           END-READ.
           IF LIVE-RUN
               AND CUST-ADDRESS-RECORD NOT = WS-OLD-ADDRESS-IMAGE
               PERFORM LOG-ADDRESS-CHANGE
           END-IF.
           ADD 1 TO WS-ADDR-UPD-COUNT.

       LOG-ADDRESS-CHANGE.
           MOVE TRAN-CUST-ID TO ACHG-CUST-ID.
           ACCEPT ACHG-DATE FROM DATE YYYYMMDD.
           ACCEPT ACHG-TIME FROM TIME.
           MOVE SPACES TO ACHG-OPERATOR.
           STRING "B" TRAN-BATCH-ID
               DELIMITED BY SIZE INTO ACHG-OPERATOR.
           MOVE WS-OLD-ADDRESS-IMAGE TO ACHG-OLD-IMAGE.
           MOVE CUST-ADDRESS-RECORD TO ACHG-NEW-IMAGE.
           WRITE ADDRESS-CHANGE-RECORD.
           *> A batch change has no operator - "B" and the BATCTL
           *> batch number say which submission carried it. A row
           *> stored unchanged is not logged.

       BUILD-ADDRESS-RECORD.
           MOVE TRAN-CUST-ID TO ADDR-CUST-ID.
           MOVE TRAN-ADDR-LINE-1 TO ADDR-LINE-1.
           IF BALANCE-FILE-OPEN
               CLOSE BALANCE-FILE
           END-IF.
           IF WS-APPLICATION-STATUS = "00"
               OR WS-APPLICATION-STATUS = "10"
               OR WS-APPLICATION-STATUS = "23"
               CLOSE APPLICATION-FILE
           END-IF.
           IF WS-TRANS-STATUS = "00" OR WS-TRANS-STATUS = "10"
               CLOSE TRANSACTION-FILE
           END-IF.
           CLOSE MAINT-LOG-FILE.
           CLOSE MAINT-REJECT-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE ADDRESS-CHANGE-FILE.
           PERFORM RELEASE-MASTER-LOCK.
           CLOSE DUP-REPORT-FILE.

