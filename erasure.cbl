       IDENTIFICATION DIVISION.
       PROGRAM-ID. CustomerErasure.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "ERASREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-STATUS.
           *> Formal erasure requests as the privacy desk logs them -
           *> one customer per record. Consumed once the run has
           *> dealt with every one, erased or refused; a refused
           *> request is resubmitted once its reason has cleared.

           SELECT LEGAL-HOLD-FILE ASSIGN TO "LEGALHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.
           *> Customers under legal hold - litigation, regulator or
           *> police preservation orders - kept by the legal team.
           *> A customer on it is never erased, whatever else says.

           SELECT KEY-CONTROL-FILE ASSIGN TO "CUSTEKEY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEY-STATUS.
           *> Same cipher key CustomerIdVault and CustomerPurge use -
           *> a customer's CUSTARCH rows are found by masked ID.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.
           *> Read only. A customer still on the master is refused -
           *> the name there rides into every journal image, backup
           *> and snapshot, so the account is purged first.

           SELECT BALANCE-FILE ASSIGN TO "CUSTBALF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-CUST-ID
               FILE STATUS IS WS-BALANCE-STATUS.
           *> Read only - an account still carrying money either way
           *> is refused, the same rule the purge applies.

           SELECT ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADDR-CUST-ID
               FILE STATUS IS WS-ADDRESS-STATUS.
           *> The purge normally takes the address row with it; one
           *> that survived - an orphan the purge reported - is
           *> deleted here. Nothing on it is needed for the ledger.

           SELECT NAME-FILE ASSIGN TO "CUSTLNAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNAM-CUST-ID
               FILE STATUS IS WS-NAME-STATUS.
           *> The full legal name, trading name and contact - a row
           *> the purge missed is deleted the same way.

           SELECT ARCHIVE-FILE ASSIGN TO "CUSTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT ARCHIVE-WORK-FILE ASSIGN TO "CUSTARCX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-WORK-STATUS.
           *> The archive copied through with the erased customers'
           *> names blanked out - the masked ID, category and date
           *> stay, the ledger still needs them.

           SELECT NOTES-FILE ASSIGN TO "CUSTNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTES-STATUS.
           SELECT NOTES-WORK-FILE ASSIGN TO "CUSTNOTX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTES-WORK-STATUS.
           *> The contact history copied through with the erased
           *> customers' note text replaced - ID, date, time and
           *> operator stay, so the history still shows something
           *> happened and who did it.

           SELECT JOURNAL-FILE ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JOURNAL-WORK-FILE ASSIGN TO "CUSTJRNX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-WORK-STATUS.
           *> The change journal copied through with the name portion
           *> of the erased customers' before and after images
           *> blanked out - the rest of each image and every entry
           *> stays, so JournalReplay still rolls forward.
           *> Each work file takes its original's name only once
           *> every copy has proved its record count, the
           *> MasterReorg rule - and no prior copy is kept, an
           *> erasure that left one behind would be no erasure.
           *> Blanking a name changes the entry, so the journal's
           *> chain is stamped afresh through the copy - but only
           *> once the original chain has proved whole on the way
           *> through, or a tampered journal would come out looking
           *> clean.

           SELECT LOCK-FILE ASSIGN TO "CUSTLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           *> Held for the whole run, the way CustomerMaintenance
           *> holds it - CUSTJRNL is copied through and swapped back
           *> under its own name, so an entry a menu session added
           *> meanwhile would be lost with the old file.

           SELECT ANCHOR-FILE ASSIGN TO "CHAINANC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCHOR-STATUS.
           *> The re-stamped journal's new end is anchored here, so
           *> the next ChainVerify holds the journal to it rather
           *> than to the value the erasure replaced.

           SELECT ERASURE-REPORT-FILE ASSIGN TO "ERASRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           *> One line per request - erased, or refused and why.

           SELECT CERTIFICATE-FILE ASSIGN TO "ERASCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTIFICATE-STATUS.
           *> The standing register of erasure certificates, one per
           *> completed erasure, dated, listing every file touched.
           *> Appended to and never housekept - the certificate is
           *> the proof the request was honoured.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  ERASURE-REQUEST-RECORD.
           05 ERQ-CUST-ID        PIC 9(10).
           05 ERQ-REFERENCE      PIC X(12).
           05 ERQ-RECEIVED-DATE  PIC 9(08).

       FD  LEGAL-HOLD-FILE.
       01  LEGAL-HOLD-RECORD.
           05 LGH-CUST-ID        PIC 9(10).
           05 LGH-REFERENCE      PIC X(12).
           05 LGH-SET-DATE       PIC 9(08).

       FD  KEY-CONTROL-FILE.
       01  KEY-CTL-RECORD.
           05 CTL-CIPHER-KEY     PIC 9(10).

       FD  LOCK-FILE.
           COPY CUSTLCK.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  BALANCE-FILE.
           COPY CUSTBAL.

       FD  ADDRESS-FILE.
           COPY CUSTADR.

       FD  NAME-FILE.
           COPY CUSTLNM.

       FD  ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05 ARCH-MASKED-ID     PIC 9(10).
           05 ARCH-NAME          PIC X(10).
           05 ARCH-CAT           PIC 9(02).
           05 ARCH-TRAN-DATE     PIC 9(08).

       FD  ARCHIVE-WORK-FILE.
       01  ARCHIVE-WORK-RECORD   PIC X(30).

       FD  NOTES-FILE.
           COPY CUSTNOT.

       FD  NOTES-WORK-FILE.
       01  NOTES-WORK-RECORD     PIC X(94).

       FD  JOURNAL-FILE.
           COPY CUSTJRN.

       FD  JOURNAL-WORK-FILE.
       01  JOURNAL-WORK-RECORD   PIC X(112).

       FD  ANCHOR-FILE.
           COPY CHNANC.

       FD  ERASURE-REPORT-FILE.
       01  ERASURE-REPORT-RECORD PIC X(80).

       FD  CERTIFICATE-FILE.
       01  CERTIFICATE-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-REQUEST-STATUS      PIC X(02) VALUE "00".
       01 WS-HOLD-STATUS         PIC X(02) VALUE "00".
       01 WS-KEY-STATUS          PIC X(02) VALUE "00".
       01 WS-LOCK-STATUS         PIC X(02) VALUE "00".
       01 WS-CUSTOMER-STATUS     PIC X(02) VALUE "00".
       01 WS-BALANCE-STATUS      PIC X(02) VALUE "00".
       01 WS-ADDRESS-STATUS      PIC X(02) VALUE "00".
       01 WS-NAME-STATUS         PIC X(02) VALUE "00".
       01 WS-ARCHIVE-STATUS      PIC X(02) VALUE "00".
       01 WS-ARCHIVE-WORK-STATUS PIC X(02) VALUE "00".
       01 WS-NOTES-STATUS        PIC X(02) VALUE "00".
       01 WS-NOTES-WORK-STATUS   PIC X(02) VALUE "00".
       01 WS-JOURNAL-STATUS      PIC X(02) VALUE "00".
       01 WS-JOURNAL-WORK-STATUS PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS       PIC X(02) VALUE "00".
       01 WS-CERTIFICATE-STATUS  PIC X(02) VALUE "00".
       01 WS-ANCHOR-STATUS       PIC X(02) VALUE "00".

       01 WS-FILE-EOF-SWITCH     PIC X(01) VALUE "N".
       88 FILE-EOF               VALUE "Y".
       88 FILE-NOT-EOF           VALUE "N".

       01 WS-CUSTOMER-FILE-SWITCH PIC X(01) VALUE "N".
       88 CUSTOMER-FILE-OPEN     VALUE "Y".
       88 CUSTOMER-FILE-ABSENT   VALUE "N".
       01 WS-BALANCE-FILE-SWITCH PIC X(01) VALUE "N".
       88 BALANCE-FILE-OPEN      VALUE "Y".
       88 BALANCE-FILE-ABSENT    VALUE "N".
       01 WS-ARCHIVE-FILE-SWITCH PIC X(01) VALUE "N".
       88 ARCHIVE-FILE-PRESENT   VALUE "Y".
       88 ARCHIVE-FILE-ABSENT    VALUE "N".
       01 WS-NOTES-FILE-SWITCH   PIC X(01) VALUE "N".
       88 NOTES-FILE-PRESENT     VALUE "Y".
       88 NOTES-FILE-ABSENT      VALUE "N".
       01 WS-JOURNAL-FILE-SWITCH PIC X(01) VALUE "N".
       88 JOURNAL-FILE-PRESENT   VALUE "Y".
       88 JOURNAL-FILE-ABSENT    VALUE "N".
       *> A file that does not exist holds nobody's data - its
       *> pass is skipped and the certificate shows none erased.

       01 WS-CHAIN-SWITCH        PIC X(01) VALUE "Y".
       88 JOURNAL-CHAIN-WHOLE    VALUE "Y".
       88 JOURNAL-CHAIN-BROKEN   VALUE "N".
       01 WS-OLD-CHAIN-VALUE     PIC 9(09) VALUE 0.
       01 WS-NEW-CHAIN-VALUE     PIC 9(09) VALUE 0.
       01 WS-LAST-CHAIN-SEQUENCE PIC 9(09) VALUE 0.
       01 WS-BROKEN-SEQUENCE     PIC 9(09) VALUE 0.
       *> The original chain is proved entry by entry as the copy
       *> re-stamps it; the first entry that does not fit stops
       *> the swap.

       01 WS-VERIFY-SWITCH       PIC X(01) VALUE "Y".
       88 COPIES-VERIFIED        VALUE "Y".
       88 COPIES-DIFFER          VALUE "N".

       01 WS-CIPHER-KEY          PIC 9(10) VALUE 1928374650.
       01 WS-KEY-AREA REDEFINES WS-CIPHER-KEY.
           05 WS-KEY-DIGIT       OCCURS 10 TIMES PIC 9.
       01 WS-PLAIN-ID-EDIT       PIC 9(10).
       01 WS-PLAIN-ID-AREA REDEFINES WS-PLAIN-ID-EDIT.
           05 WS-PLAIN-DIGIT     OCCURS 10 TIMES PIC 9.
       01 WS-MASKED-ID-EDIT      PIC 9(10).
       01 WS-MASKED-ID-AREA REDEFINES WS-MASKED-ID-EDIT.
           05 WS-MASKED-DIGIT    OCCURS 10 TIMES PIC 9.
       01 WS-DIGIT-INDEX         PIC 9(02).
       01 WS-SUM-DIGIT           PIC S9(02).
       *> Same digit-by-digit modulus-10 mask CustomerIdVault applies
       *> before a CUST-ID lands on CUSTARCH.

       01 WS-HOLD-TABLE.
           05 WS-HOLD-ENTRY OCCURS 500 TIMES.
               10 WS-LGH-CUST-ID  PIC 9(10).
               10 WS-LGH-REFERENCE PIC X(12).
       01 WS-HOLD-COUNT          PIC 9(03) VALUE 0.
       01 WS-HOLD-INDEX          PIC 9(03).
       01 WS-HOLD-FOUND          PIC 9(03).

       01 WS-REQUEST-TABLE.
           05 WS-REQUEST-ENTRY OCCURS 200 TIMES.
               10 WS-ERQ-CUST-ID  PIC 9(10).
               10 WS-ERQ-MASKED-ID PIC 9(10).
               10 WS-ERQ-REFERENCE PIC X(12).
               10 WS-ERQ-RECEIVED PIC 9(08).
               10 WS-ERQ-ARCH-COUNT PIC 9(06).
               10 WS-ERQ-ADDR-COUNT PIC 9(06).
               10 WS-ERQ-NAME-COUNT PIC 9(06).
               10 WS-ERQ-NOTE-COUNT PIC 9(06).
               10 WS-ERQ-JRNL-COUNT PIC 9(06).
       01 WS-REQUEST-COUNT       PIC 9(03) VALUE 0.
       01 WS-REQUEST-INDEX       PIC 9(03).
       01 WS-REQUEST-FOUND       PIC 9(03).
       *> Only requests that passed every check are tabled - each
       *> copy pass looks its records up here.

       01 WS-REFUSAL-REASON      PIC X(40).
       01 WS-AMOUNT-EDIT         PIC -(07)9.99.
       01 WS-MATCH-ID            PIC 9(10).

       01 WS-IMAGE-AREA.
           05 WS-IMAGE-CUST-ID   PIC X(10).
           05 WS-IMAGE-NAME      PIC X(10).
           05 FILLER             PIC X(15).
       *> A CUSTREC image as the journal carries it - the name is
       *> the one piece of it that identifies a person.

       01 WS-ERASED-NAME         PIC X(10) VALUE "ERASED".
       01 WS-ERASED-NOTE         PIC X(60).

       01 WS-ARCHIVE-IN-COUNT    PIC 9(07) VALUE 0.
       01 WS-ARCHIVE-OUT-COUNT   PIC 9(07) VALUE 0.
       01 WS-NOTES-IN-COUNT      PIC 9(07) VALUE 0.
       01 WS-NOTES-OUT-COUNT     PIC 9(07) VALUE 0.
       01 WS-JOURNAL-IN-COUNT    PIC 9(07) VALUE 0.
       01 WS-JOURNAL-OUT-COUNT   PIC 9(07) VALUE 0.
       *> In and out counts for each copy - nothing is swapped
       *> unless every pair agrees.

       01 WS-READ-COUNT          PIC 9(06) VALUE 0.
       01 WS-ERASED-COUNT        PIC 9(06) VALUE 0.
       01 WS-REFUSED-COUNT       PIC 9(06) VALUE 0.
       01 WS-SWAP-COMMAND        PIC X(80).
       01 WS-RUN-DATE            PIC 9(08).
       01 WS-RUN-TIME            PIC 9(08).

       01 WS-LOCK-SWITCH         PIC X(01) VALUE "N".
       88 LOCK-ACQUIRED          VALUE "Y".
       88 LOCK-NOT-ACQUIRED      VALUE "N".
       01 WS-LOCK-ATTEMPTS       PIC 9(02) VALUE 0.
       01 WS-INSTANCE-TOKEN      PIC X(10).
       01 WS-LOCK-WAIT-COMMAND   PIC X(08) VALUE "sleep 5".
       *> Same minute of patience CustomerMaintenance gives a
       *> menu session holding the master.
       01 WS-REPORT-LINE         PIC X(80).

       COPY DSPTLNK.
       COPY ALERTLNK.
       COPY CHNLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Customer Erasure Start ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM READ-CIPHER-KEY.
           PERFORM LOAD-LEGAL-HOLDS.
           MOVE SPACES TO WS-INSTANCE-TOKEN.
           STRING "E" WS-RUN-TIME
               DELIMITED BY SIZE INTO WS-INSTANCE-TOKEN.
           PERFORM ACQUIRE-MASTER-LOCK
               UNTIL LOCK-ACQUIRED OR WS-LOCK-ATTEMPTS >= 12.
           IF LOCK-NOT-ACQUIRED
               DISPLAY "Master lock held - giving up after "
                   WS-LOCK-ATTEMPTS " tries, nothing erased"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPERATOR-ALERT
               STOP RUN
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM VET-ERASURE-REQUESTS.
           IF WS-REQUEST-COUNT > 0
               PERFORM COPY-ARCHIVE-FILE
               PERFORM COPY-NOTES-FILE
               PERFORM COPY-JOURNAL-FILE
               PERFORM VERIFY-WORK-COPIES
               IF COPIES-VERIFIED
                   PERFORM SWAP-ERASED-FILES
                   PERFORM DELETE-ADDRESS-ROWS
                   PERFORM DELETE-NAME-ROWS
                   PERFORM WRITE-CERTIFICATES
               END-IF
           END-IF.
           IF COPIES-VERIFIED
               PERFORM CONSUME-REQUEST-FILE
           END-IF.
           PERFORM WRITE-ERASURE-TOTALS.
           PERFORM CLOSE-FILES.
           PERFORM RELEASE-MASTER-LOCK.
           DISPLAY "Requests: " WS-READ-COUNT
               " Erased: " WS-ERASED-COUNT
               " Refused: " WS-REFUSED-COUNT.
           DISPLAY "=== Customer Erasure End ===".
           EVALUATE TRUE
               WHEN COPIES-DIFFER
                   MOVE 12 TO RETURN-CODE
               WHEN WS-REFUSED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE >= 8
               PERFORM WRITE-OPERATOR-ALERT
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
           *> No CUSTEKEY record means the default cipher key stands,
           *> exactly as in CustomerIdVault.

       LOAD-LEGAL-HOLDS.
           SET FILE-NOT-EOF TO TRUE.
           OPEN INPUT LEGAL-HOLD-FILE.
           IF WS-HOLD-STATUS NOT = "00"
               SET FILE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL FILE-EOF
               READ LEGAL-HOLD-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       IF WS-HOLD-COUNT < 500
                           ADD 1 TO WS-HOLD-COUNT
                           MOVE LGH-CUST-ID
                               TO WS-LGH-CUST-ID(WS-HOLD-COUNT)
                           MOVE LGH-REFERENCE
                               TO WS-LGH-REFERENCE(WS-HOLD-COUNT)
                       ELSE
                           DISPLAY "Legal hold table full - hold "
                               LGH-REFERENCE " not loaded"
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HOLD-STATUS = "00" OR WS-HOLD-STATUS = "10"
               CLOSE LEGAL-HOLD-FILE
           END-IF.
           *> No LEGALHLD means nobody is under hold.

       ACQUIRE-MASTER-LOCK.
           ADD 1 TO WS-LOCK-ATTEMPTS.
           PERFORM TEST-MASTER-LOCK.
           IF LOCK-ACQUIRED
               OPEN OUTPUT LOCK-FILE
               MOVE "CustomerErasure" TO LOCK-OWNER
               ACCEPT LOCK-DATE FROM DATE YYYYMMDD
               ACCEPT LOCK-TIME FROM TIME
               MOVE WS-INSTANCE-TOKEN TO LOCK-PROCESS-ID
               MOVE LOCK-DATE TO LOCK-HB-DATE
               MOVE LOCK-TIME TO LOCK-HB-TIME
               WRITE LOCK-RECORD
               CLOSE LOCK-FILE
           ELSE
               DISPLAY "Master held by " LOCK-OWNER
                   " - waiting"
               CALL "SYSTEM" USING WS-LOCK-WAIT-COMMAND
           END-IF.

       TEST-MASTER-LOCK.
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

       RELEASE-MASTER-LOCK.
           OPEN OUTPUT LOCK-FILE.
           CLOSE LOCK-FILE.
           *> The run is a few minutes at most - no heartbeat is
           *> refreshed, the lock is never held long enough for
           *> LockUtility to call it stale.

       OPEN-FILES.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-STATUS = "00"
               SET CUSTOMER-FILE-OPEN TO TRUE
           ELSE
               SET CUSTOMER-FILE-ABSENT TO TRUE
           END-IF.
           OPEN INPUT BALANCE-FILE.
           IF WS-BALANCE-STATUS = "00"
               SET BALANCE-FILE-OPEN TO TRUE
           ELSE
               SET BALANCE-FILE-ABSENT TO TRUE
           END-IF.
           OPEN OUTPUT ERASURE-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CUSTOMER ERASURE - RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE ERASURE-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE ERASURE-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "RESULT   CUST-ID    REFERENCE    REASON"
               TO WS-REPORT-LINE.
           WRITE ERASURE-REPORT-RECORD FROM WS-REPORT-LINE.

       VET-ERASURE-REQUESTS.
           SET FILE-NOT-EOF TO TRUE.
           OPEN INPUT REQUEST-FILE.
           IF WS-REQUEST-STATUS NOT = "00"
               DISPLAY "No erasure requests on file"
               SET FILE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL FILE-EOF
               READ REQUEST-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM VET-ONE-REQUEST
               END-READ
           END-PERFORM.
           IF WS-REQUEST-STATUS = "00" OR WS-REQUEST-STATUS = "10"
               CLOSE REQUEST-FILE
           END-IF.

       VET-ONE-REQUEST.
           MOVE SPACES TO WS-REFUSAL-REASON.
           IF ERQ-CUST-ID IS NOT NUMERIC OR ERQ-CUST-ID = 0
               MOVE "INVALID CUSTOMER ID" TO WS-REFUSAL-REASON
           END-IF.
           IF WS-REFUSAL-REASON = SPACES
               MOVE ERQ-CUST-ID TO WS-MATCH-ID
               PERFORM FIND-REQUEST-ROW
               IF WS-REQUEST-FOUND > 0
                   MOVE "DUPLICATE REQUEST IN THIS RUN"
                       TO WS-REFUSAL-REASON
               END-IF
           END-IF.
           IF WS-REFUSAL-REASON = SPACES
               PERFORM CHECK-LEGAL-HOLD
           END-IF.
           IF WS-REFUSAL-REASON = SPACES
               PERFORM CHECK-STILL-ON-MASTER
           END-IF.
           IF WS-REFUSAL-REASON = SPACES
               PERFORM CHECK-OPEN-BALANCE
           END-IF.
           IF WS-REFUSAL-REASON = SPACES
               PERFORM CHECK-OPEN-DISPUTE
           END-IF.
           IF WS-REFUSAL-REASON = SPACES
               AND WS-REQUEST-COUNT NOT < 200
               MOVE "RUN FULL - RESUBMIT NEXT RUN"
                   TO WS-REFUSAL-REASON
           END-IF.
           IF WS-REFUSAL-REASON = SPACES
               PERFORM TABLE-ONE-REQUEST
           ELSE
               PERFORM REFUSE-ONE-REQUEST
           END-IF.
           *> Reasons are weighed in order and the first one given -
           *> a legal hold outranks anything the ledger says.

       CHECK-LEGAL-HOLD.
           MOVE 0 TO WS-HOLD-FOUND.
           PERFORM CHECK-ONE-HOLD-ROW
               VARYING WS-HOLD-INDEX FROM 1 BY 1
               UNTIL WS-HOLD-INDEX > WS-HOLD-COUNT
                  OR WS-HOLD-FOUND > 0.
           IF WS-HOLD-FOUND > 0
               STRING "LEGAL HOLD " WS-LGH-REFERENCE(WS-HOLD-FOUND)
                   DELIMITED BY SIZE INTO WS-REFUSAL-REASON
           END-IF.

       CHECK-ONE-HOLD-ROW.
           IF WS-LGH-CUST-ID(WS-HOLD-INDEX) = ERQ-CUST-ID
               MOVE WS-HOLD-INDEX TO WS-HOLD-FOUND
           END-IF.

       CHECK-STILL-ON-MASTER.
           IF CUSTOMER-FILE-OPEN
               MOVE ERQ-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "STILL ON CUSTMAST - PURGE FIRST"
                           TO WS-REFUSAL-REASON
               END-READ
           END-IF.

       CHECK-OPEN-BALANCE.
           IF BALANCE-FILE-OPEN
               MOVE ERQ-CUST-ID TO BAL-CUST-ID
               READ BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BAL-CURRENT NOT = 0
                           MOVE BAL-CURRENT TO WS-AMOUNT-EDIT
                           STRING "OPEN BALANCE " WS-AMOUNT-EDIT
                               DELIMITED BY SIZE
                               INTO WS-REFUSAL-REASON
                       END-IF
               END-READ
           END-IF.
           *> A credit balance refuses too - that money is still
           *> owed back to the customer.

       CHECK-OPEN-DISPUTE.
           MOVE ERQ-CUST-ID TO DSPT-CUST-ID.
           CALL "DisputedAmount" USING DSPT-CALL-AREA.
           IF DSPT-OPEN-COUNT > 0
               STRING "OPEN DISPUTES " DSPT-OPEN-COUNT
                   DELIMITED BY SIZE INTO WS-REFUSAL-REASON
           END-IF.

       TABLE-ONE-REQUEST.
           ADD 1 TO WS-REQUEST-COUNT.
           MOVE ERQ-CUST-ID TO WS-ERQ-CUST-ID(WS-REQUEST-COUNT).
           MOVE ERQ-REFERENCE TO WS-ERQ-REFERENCE(WS-REQUEST-COUNT).
           MOVE ERQ-RECEIVED-DATE
               TO WS-ERQ-RECEIVED(WS-REQUEST-COUNT).
           MOVE ERQ-CUST-ID TO WS-PLAIN-ID-EDIT.
           PERFORM MASK-ONE-DIGIT
               VARYING WS-DIGIT-INDEX FROM 1 BY 1
               UNTIL WS-DIGIT-INDEX > 10.
           MOVE WS-MASKED-ID-EDIT
               TO WS-ERQ-MASKED-ID(WS-REQUEST-COUNT).
           MOVE 0 TO WS-ERQ-ARCH-COUNT(WS-REQUEST-COUNT).
           MOVE 0 TO WS-ERQ-ADDR-COUNT(WS-REQUEST-COUNT).
           MOVE 0 TO WS-ERQ-NAME-COUNT(WS-REQUEST-COUNT).
           MOVE 0 TO WS-ERQ-NOTE-COUNT(WS-REQUEST-COUNT).
           MOVE 0 TO WS-ERQ-JRNL-COUNT(WS-REQUEST-COUNT).

       MASK-ONE-DIGIT.
           COMPUTE WS-SUM-DIGIT =
               WS-PLAIN-DIGIT(WS-DIGIT-INDEX)
               + WS-KEY-DIGIT(WS-DIGIT-INDEX).
           COMPUTE WS-MASKED-DIGIT(WS-DIGIT-INDEX) =
               FUNCTION MOD(WS-SUM-DIGIT, 10).

       REFUSE-ONE-REQUEST.
           ADD 1 TO WS-REFUSED-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "REFUSED  " ERQ-CUST-ID
               " " ERQ-REFERENCE
               " " WS-REFUSAL-REASON
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE ERASURE-REPORT-RECORD FROM WS-REPORT-LINE.

       FIND-REQUEST-ROW.
           MOVE 0 TO WS-REQUEST-FOUND.
           PERFORM CHECK-ONE-REQUEST-ROW
               VARYING WS-REQUEST-INDEX FROM 1 BY 1
               UNTIL WS-REQUEST-INDEX > WS-REQUEST-COUNT
                  OR WS-REQUEST-FOUND > 0.

       CHECK-ONE-REQUEST-ROW.
           IF WS-ERQ-CUST-ID(WS-REQUEST-INDEX) = WS-MATCH-ID
               MOVE WS-REQUEST-INDEX TO WS-REQUEST-FOUND
           END-IF.

       FIND-MASKED-REQUEST-ROW.
           MOVE 0 TO WS-REQUEST-FOUND.
           PERFORM CHECK-ONE-MASKED-ROW
               VARYING WS-REQUEST-INDEX FROM 1 BY 1
               UNTIL WS-REQUEST-INDEX > WS-REQUEST-COUNT
                  OR WS-REQUEST-FOUND > 0.

       CHECK-ONE-MASKED-ROW.
           IF WS-ERQ-MASKED-ID(WS-REQUEST-INDEX) = WS-MATCH-ID
               MOVE WS-REQUEST-INDEX TO WS-REQUEST-FOUND
           END-IF.

       COPY-ARCHIVE-FILE.
           SET FILE-NOT-EOF TO TRUE.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS = "00"
               SET ARCHIVE-FILE-PRESENT TO TRUE
               OPEN OUTPUT ARCHIVE-WORK-FILE
           ELSE
               SET ARCHIVE-FILE-ABSENT TO TRUE
               SET FILE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL FILE-EOF
               READ ARCHIVE-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-ARCHIVE-IN-COUNT
                       PERFORM ERASE-ONE-ARCHIVE-RECORD
                       WRITE ARCHIVE-WORK-RECORD FROM ARCHIVE-RECORD
                       IF WS-ARCHIVE-WORK-STATUS = "00"
                           ADD 1 TO WS-ARCHIVE-OUT-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           IF ARCHIVE-FILE-PRESENT
               CLOSE ARCHIVE-FILE
               CLOSE ARCHIVE-WORK-FILE
           END-IF.

       ERASE-ONE-ARCHIVE-RECORD.
           MOVE ARCH-MASKED-ID TO WS-MATCH-ID.
           PERFORM FIND-MASKED-REQUEST-ROW.
           IF WS-REQUEST-FOUND > 0
               MOVE WS-ERASED-NAME TO ARCH-NAME
               ADD 1 TO WS-ERQ-ARCH-COUNT(WS-REQUEST-FOUND)
           END-IF.

       COPY-NOTES-FILE.
           SET FILE-NOT-EOF TO TRUE.
           OPEN INPUT NOTES-FILE.
           IF WS-NOTES-STATUS = "00"
               SET NOTES-FILE-PRESENT TO TRUE
               OPEN OUTPUT NOTES-WORK-FILE
           ELSE
               SET NOTES-FILE-ABSENT TO TRUE
               SET FILE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL FILE-EOF
               READ NOTES-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-NOTES-IN-COUNT
                       PERFORM ERASE-ONE-NOTE
                       WRITE NOTES-WORK-RECORD
                           FROM CUSTOMER-NOTE-RECORD
                       IF WS-NOTES-WORK-STATUS = "00"
                           ADD 1 TO WS-NOTES-OUT-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           IF NOTES-FILE-PRESENT
               CLOSE NOTES-FILE
               CLOSE NOTES-WORK-FILE
           END-IF.

       ERASE-ONE-NOTE.
           MOVE NOTE-CUST-ID TO WS-MATCH-ID.
           PERFORM FIND-REQUEST-ROW.
           IF WS-REQUEST-FOUND > 0
               MOVE SPACES TO WS-ERASED-NOTE
               STRING "PERSONAL DATA ERASED - REQUEST "
                   WS-ERQ-REFERENCE(WS-REQUEST-FOUND)
                   DELIMITED BY SIZE INTO WS-ERASED-NOTE
               MOVE WS-ERASED-NOTE TO NOTE-TEXT
               ADD 1 TO WS-ERQ-NOTE-COUNT(WS-REQUEST-FOUND)
           END-IF.
           *> Every line goes, letters logged by the dunning run as
           *> much as calls typed at the menu - free text is where
           *> personal detail hides.

       COPY-JOURNAL-FILE.
           SET FILE-NOT-EOF TO TRUE.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "00"
               SET JOURNAL-FILE-PRESENT TO TRUE
               OPEN OUTPUT JOURNAL-WORK-FILE
           ELSE
               SET JOURNAL-FILE-ABSENT TO TRUE
               SET FILE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL FILE-EOF
               READ JOURNAL-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-JOURNAL-IN-COUNT
                       PERFORM PROVE-ORIGINAL-CHAIN
                       MOVE JRNL-BEFORE-IMAGE TO WS-IMAGE-AREA
                       PERFORM ERASE-ONE-IMAGE
                       MOVE WS-IMAGE-AREA TO JRNL-BEFORE-IMAGE
                       MOVE JRNL-AFTER-IMAGE TO WS-IMAGE-AREA
                       PERFORM ERASE-ONE-IMAGE
                       MOVE WS-IMAGE-AREA TO JRNL-AFTER-IMAGE
                       PERFORM RESTAMP-JOURNAL-CHAIN
                       WRITE JOURNAL-WORK-RECORD
                           FROM CUST-JOURNAL-RECORD
                       IF WS-JOURNAL-WORK-STATUS = "00"
                           ADD 1 TO WS-JOURNAL-OUT-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           IF JOURNAL-FILE-PRESENT
               CLOSE JOURNAL-FILE
               CLOSE JOURNAL-WORK-FILE
           END-IF.

       PROVE-ORIGINAL-CHAIN.
           IF JRNL-CHAIN-SEQUENCE IS NUMERIC
               AND JRNL-CHAIN-VALUE IS NUMERIC
               MOVE CUST-JOURNAL-RECORD(1:94) TO CHN-ENTRY-TEXT
               MOVE JRNL-CHAIN-SEQUENCE TO CHN-SEQUENCE
               MOVE WS-OLD-CHAIN-VALUE TO CHN-PRIOR-VALUE
               SET CHN-COMPUTE-ONLY TO TRUE
               MOVE "CUSTJRNL" TO CHN-LOG-NAME
               CALL "LogChain" USING CHAIN-CALL-AREA
               IF CHN-CHECK-VALUE NOT = JRNL-CHAIN-VALUE
                   AND JOURNAL-CHAIN-WHOLE
                   SET JOURNAL-CHAIN-BROKEN TO TRUE
                   MOVE JRNL-CHAIN-SEQUENCE TO WS-BROKEN-SEQUENCE
               END-IF
               MOVE JRNL-CHAIN-VALUE TO WS-OLD-CHAIN-VALUE
           END-IF.
           *> The journal's unchained beginning has nothing to prove.

       RESTAMP-JOURNAL-CHAIN.
           IF JRNL-CHAIN-SEQUENCE IS NUMERIC
               AND JRNL-CHAIN-VALUE IS NUMERIC
               MOVE CUST-JOURNAL-RECORD(1:94) TO CHN-ENTRY-TEXT
               MOVE JRNL-CHAIN-SEQUENCE TO CHN-SEQUENCE
               MOVE WS-NEW-CHAIN-VALUE TO CHN-PRIOR-VALUE
               SET CHN-COMPUTE-ONLY TO TRUE
               MOVE "CUSTJRNL" TO CHN-LOG-NAME
               CALL "LogChain" USING CHAIN-CALL-AREA
               MOVE CHN-CHECK-VALUE TO JRNL-CHAIN-VALUE
               MOVE CHN-CHECK-VALUE TO WS-NEW-CHAIN-VALUE
               MOVE JRNL-CHAIN-SEQUENCE TO WS-LAST-CHAIN-SEQUENCE
           END-IF.
           *> Sequence numbers stay as they were - only the check
           *> values move, from the first entry the erasure changed.

       ERASE-ONE-IMAGE.
           IF WS-IMAGE-CUST-ID IS NUMERIC
               MOVE WS-IMAGE-CUST-ID TO WS-MATCH-ID
               PERFORM FIND-REQUEST-ROW
               IF WS-REQUEST-FOUND > 0
                   MOVE WS-ERASED-NAME TO WS-IMAGE-NAME
                   ADD 1 TO WS-ERQ-JRNL-COUNT(WS-REQUEST-FOUND)
               END-IF
           END-IF.
           *> The spaces before-image of an add is not numeric and is
           *> left alone. The ID, category, dates and status in the
           *> image stay for the audit trail.

       VERIFY-WORK-COPIES.
           IF WS-ARCHIVE-IN-COUNT NOT = WS-ARCHIVE-OUT-COUNT
               OR WS-NOTES-IN-COUNT NOT = WS-NOTES-OUT-COUNT
               OR WS-JOURNAL-IN-COUNT NOT = WS-JOURNAL-OUT-COUNT
               OR (ARCHIVE-FILE-PRESENT
                   AND WS-ARCHIVE-WORK-STATUS NOT = "00")
               OR (NOTES-FILE-PRESENT
                   AND WS-NOTES-WORK-STATUS NOT = "00")
               OR (JOURNAL-FILE-PRESENT
                   AND WS-JOURNAL-WORK-STATUS NOT = "00")
               OR JOURNAL-CHAIN-BROKEN
               SET COPIES-DIFFER TO TRUE
               DISPLAY "Work copies do not match their originals -"
                   " nothing erased"
           END-IF.
           *> One bad copy stops the lot - an erasure done in some
           *> files and not others would need a certificate that
           *> could not honestly be issued.

       SWAP-ERASED-FILES.
           IF ARCHIVE-FILE-PRESENT
               MOVE "mv CUSTARCX CUSTARCH" TO WS-SWAP-COMMAND
               CALL "SYSTEM" USING WS-SWAP-COMMAND
           END-IF.
           IF NOTES-FILE-PRESENT
               MOVE "mv CUSTNOTX CUSTNOTE" TO WS-SWAP-COMMAND
               CALL "SYSTEM" USING WS-SWAP-COMMAND
           END-IF.
           IF JOURNAL-FILE-PRESENT
               MOVE "mv CUSTJRNX CUSTJRNL" TO WS-SWAP-COMMAND
               CALL "SYSTEM" USING WS-SWAP-COMMAND
               IF WS-LAST-CHAIN-SEQUENCE > 0
                   PERFORM ANCHOR-RESTAMPED-JOURNAL
               END-IF
           END-IF.

       ANCHOR-RESTAMPED-JOURNAL.
           OPEN EXTEND ANCHOR-FILE.
           IF WS-ANCHOR-STATUS NOT = "00"
               OPEN OUTPUT ANCHOR-FILE
           END-IF.
           MOVE "CUSTJRNL" TO ANC-LOG-NAME.
           MOVE WS-RUN-DATE TO ANC-DATE.
           MOVE WS-RUN-TIME TO ANC-TIME.
           MOVE WS-LAST-CHAIN-SEQUENCE TO ANC-SEQUENCE.
           MOVE WS-NEW-CHAIN-VALUE TO ANC-CHECK-VALUE.
           SET ANC-FROM-ERASURE TO TRUE.
           WRITE CHAIN-ANCHOR-RECORD.
           CLOSE ANCHOR-FILE.

       DELETE-ADDRESS-ROWS.
           OPEN I-O ADDRESS-FILE.
           IF WS-ADDRESS-STATUS = "00"
               PERFORM DELETE-ONE-ADDRESS-ROW
                   VARYING WS-REQUEST-INDEX FROM 1 BY 1
                   UNTIL WS-REQUEST-INDEX > WS-REQUEST-COUNT
               CLOSE ADDRESS-FILE
           END-IF.

       DELETE-ONE-ADDRESS-ROW.
           MOVE WS-ERQ-CUST-ID(WS-REQUEST-INDEX) TO ADDR-CUST-ID.
           DELETE ADDRESS-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ERQ-ADDR-COUNT(WS-REQUEST-INDEX)
           END-DELETE.

       DELETE-NAME-ROWS.
           OPEN I-O NAME-FILE.
           IF WS-NAME-STATUS = "00"
               PERFORM DELETE-ONE-NAME-ROW
                   VARYING WS-REQUEST-INDEX FROM 1 BY 1
                   UNTIL WS-REQUEST-INDEX > WS-REQUEST-COUNT
               CLOSE NAME-FILE
           END-IF.

       DELETE-ONE-NAME-ROW.
           MOVE WS-ERQ-CUST-ID(WS-REQUEST-INDEX) TO LNAM-CUST-ID.
           DELETE NAME-FILE RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ERQ-NAME-COUNT(WS-REQUEST-INDEX)
           END-DELETE.

       WRITE-CERTIFICATES.
           OPEN EXTEND CERTIFICATE-FILE.
           IF WS-CERTIFICATE-STATUS NOT = "00"
               OPEN OUTPUT CERTIFICATE-FILE
           END-IF.
           PERFORM WRITE-ONE-CERTIFICATE
               VARYING WS-REQUEST-INDEX FROM 1 BY 1
               UNTIL WS-REQUEST-INDEX > WS-REQUEST-COUNT.
           CLOSE CERTIFICATE-FILE.

       WRITE-ONE-CERTIFICATE.
           ADD 1 TO WS-ERASED-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ERASED   " WS-ERQ-CUST-ID(WS-REQUEST-INDEX)
               " " WS-ERQ-REFERENCE(WS-REQUEST-INDEX)
               " CERTIFICATE ISSUED"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE ERASURE-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CERTIFICATE OF ERASURE - ISSUED " WS-RUN-DATE
               " " WS-RUN-TIME(1:6)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CERTIFICATE-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "REQUEST " WS-ERQ-REFERENCE(WS-REQUEST-INDEX)
               " RECEIVED " WS-ERQ-RECEIVED(WS-REQUEST-INDEX)
               " CUSTOMER ID " WS-ERQ-CUST-ID(WS-REQUEST-INDEX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CERTIFICATE-RECORD FROM WS-REPORT-LINE.
           MOVE "FILE      PERSONAL DATA ERASED             RECORDS"
               TO WS-REPORT-LINE.
           WRITE CERTIFICATE-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CUSTARCH  NAME ON ARCHIVED RECORD          "
               WS-ERQ-ARCH-COUNT(WS-REQUEST-INDEX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CERTIFICATE-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CUSTADDR  ADDRESS AND CONTACT ROW DELETED  "
               WS-ERQ-ADDR-COUNT(WS-REQUEST-INDEX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CERTIFICATE-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CUSTLNAM  FULL NAME ROW DELETED            "
               WS-ERQ-NAME-COUNT(WS-REQUEST-INDEX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CERTIFICATE-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CUSTNOTE  CONTACT NOTE TEXT                "
               WS-ERQ-NOTE-COUNT(WS-REQUEST-INDEX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CERTIFICATE-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CUSTJRNL  NAME IN BEFORE/AFTER IMAGES      "
               WS-ERQ-JRNL-COUNT(WS-REQUEST-INDEX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CERTIFICATE-RECORD FROM WS-REPORT-LINE.
           MOVE "RETAINED FOR THE LEDGER: IDS, MASKED IDS, AMOUNTS,"
               TO WS-REPORT-LINE.
           WRITE CERTIFICATE-RECORD FROM WS-REPORT-LINE.
           MOVE "                         CATEGORIES AND DATES"
               TO WS-REPORT-LINE.
           WRITE CERTIFICATE-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE CERTIFICATE-RECORD FROM WS-REPORT-LINE.
           *> A file showing zero was searched and held nothing for
           *> the customer - listed all the same, so the certificate
           *> says where we looked as well as what we found.

       CONSUME-REQUEST-FILE.
           IF WS-REQUEST-STATUS = "00" OR WS-REQUEST-STATUS = "10"
               OPEN OUTPUT REQUEST-FILE
               CLOSE REQUEST-FILE
           END-IF.
           *> Emptied once every request is erased or refused, the
           *> REJWOFFC way - a failed run leaves ERASREQ as it was
           *> for the rerun.

       WRITE-ERASURE-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE ERASURE-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "REQUESTS " WS-READ-COUNT
               " ERASED " WS-ERASED-COUNT
               " REFUSED " WS-REFUSED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE ERASURE-REPORT-RECORD FROM WS-REPORT-LINE.
           IF COPIES-DIFFER
               MOVE SPACES TO WS-REPORT-LINE
               STRING "COPY COUNTS ARCH " WS-ARCHIVE-IN-COUNT
                   "/" WS-ARCHIVE-OUT-COUNT
                   " NOTE " WS-NOTES-IN-COUNT "/" WS-NOTES-OUT-COUNT
                   " JRNL " WS-JOURNAL-IN-COUNT
                   "/" WS-JOURNAL-OUT-COUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE ERASURE-REPORT-RECORD FROM WS-REPORT-LINE
               IF JOURNAL-CHAIN-BROKEN
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "CUSTJRNL CHAIN BROKEN AT SEQUENCE "
                       WS-BROKEN-SEQUENCE " - SEE CHAINRPT"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE ERASURE-REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
               MOVE "RESULT: COPY FAILED - NOTHING ERASED, ERASREQ KEPT"
                   TO WS-REPORT-LINE
               WRITE ERASURE-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       CLOSE-FILES.
           IF CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF.
           IF BALANCE-FILE-OPEN
               CLOSE BALANCE-FILE
           END-IF.
           CLOSE ERASURE-REPORT-FILE.

       WRITE-OPERATOR-ALERT.
           MOVE "CustomerErasure" TO ALERT-PROGRAM-NAME.
           MOVE RETURN-CODE TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-FILE-STATUSES.
           IF LOCK-NOT-ACQUIRED
               STRING "LCK=" WS-LOCK-STATUS
                   DELIMITED BY SIZE INTO ALERT-FILE-STATUSES
               MOVE "MASTER LOCK HELD - NOTHING ERASED, RERUN"
                   TO ALERT-ACTION-TEXT
           ELSE
               STRING "ARC=" WS-ARCHIVE-WORK-STATUS
                   " NOT=" WS-NOTES-WORK-STATUS
                   " JRN=" WS-JOURNAL-WORK-STATUS
                   DELIMITED BY SIZE INTO ALERT-FILE-STATUSES
               MOVE "SEE ERASRPT - NOTHING ERASED, RERUN"
                   TO ALERT-ACTION-TEXT
           END-IF.
           CALL "AlertWriter" USING ALERT-CALL-AREA.
