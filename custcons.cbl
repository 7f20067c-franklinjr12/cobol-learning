           *> survivor when the survivor has none, retired when it
           *> does.

           SELECT LOCK-FILE ASSIGN TO "CUSTLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           *> Held for the whole run, the way CustomerMaintenance
           *> holds it - a merge rewrites two masters and their
           *> journal entries, and a menu session stamping CUSTJRNL
           *> from its own idea of the tail meanwhile would fork the
           *> chain.

           SELECT JOURNAL-FILE ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           05 CTL-SURVIVOR-ID     PIC 9(10).
           05 CTL-DUPLICATE-ID    PIC 9(10).

       FD  LOCK-FILE.
           COPY CUSTLCK.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       01 WS-JOURNAL-STATUS       PIC X(02) VALUE "00".
       01 WS-HISTORY-STATUS       PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS        PIC X(02) VALUE "00".
       01 WS-LOCK-STATUS          PIC X(02) VALUE "00".

       01 WS-CONTROL-EOF-SWITCH   PIC X(01) VALUE "N".
       88 CONTROL-EOF             VALUE "Y".
       88 SURV-ADDRESS-FOUND      VALUE "Y".
       88 SURV-ADDRESS-ABSENT     VALUE "N".

       01 WS-LOCK-SWITCH          PIC X(01) VALUE "N".
       88 LOCK-ACQUIRED           VALUE "Y".
       88 LOCK-NOT-ACQUIRED       VALUE "N".
       01 WS-LOCK-ATTEMPTS        PIC 9(02) VALUE 0.
       01 WS-INSTANCE-TOKEN       PIC X(10).
       01 WS-START-TIME           PIC 9(08).
       01 WS-LOCK-TAKEN-DATE      PIC 9(08).
       01 WS-LOCK-TAKEN-TIME      PIC 9(08).
       01 WS-LOCK-WAIT-COMMAND    PIC X(08) VALUE "sleep 5".
       *> Same minute of patience CustomerMaintenance gives a
       *> menu session holding the master; the heartbeat moves
       *> with every pair so LockUtility sees a live run.

       01 WS-MOVE-AMOUNT          PIC 9(07)V99.
       01 WS-JOURNAL-DATE         PIC 9(08).
       01 WS-JOURNAL-TIME         PIC 9(08).

       COPY ALERTLNK.

       COPY CHNLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Account Consolidate Start ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.
           MOVE SPACES TO WS-INSTANCE-TOKEN.
           STRING "C" WS-START-TIME
               DELIMITED BY SIZE INTO WS-INSTANCE-TOKEN.
           PERFORM ACQUIRE-MASTER-LOCK
               UNTIL LOCK-ACQUIRED OR WS-LOCK-ATTEMPTS >= 12.
           IF LOCK-NOT-ACQUIRED
               DISPLAY "Master lock held - giving up after "
                   WS-LOCK-ATTEMPTS " tries, no pair merged"
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPERATOR-ALERT
               STOP RUN
           END-IF.
           PERFORM OPEN-FILES.
           PERFORM UNTIL CONTROL-EOF
               READ CONSOLIDATE-CONTROL-FILE
               END-READ
           END-PERFORM.
           PERFORM CLOSE-FILES.
           PERFORM RELEASE-MASTER-LOCK.
           DISPLAY "Merged: " WS-MERGED-COUNT
               " Refused: " WS-REFUSED-COUNT.
           DISPLAY "=== Account Consolidate End ===".
           END-IF.
           STOP RUN.

       ACQUIRE-MASTER-LOCK.
           ADD 1 TO WS-LOCK-ATTEMPTS.
           PERFORM TEST-MASTER-LOCK.
           IF LOCK-ACQUIRED
               OPEN OUTPUT LOCK-FILE
               MOVE "AccountConsolidate" TO LOCK-OWNER
               ACCEPT LOCK-DATE FROM DATE YYYYMMDD
               ACCEPT LOCK-TIME FROM TIME
               MOVE LOCK-DATE TO WS-LOCK-TAKEN-DATE
               MOVE LOCK-TIME TO WS-LOCK-TAKEN-TIME
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

       REFRESH-LOCK-HEARTBEAT.
           OPEN OUTPUT LOCK-FILE.
           MOVE "AccountConsolidate" TO LOCK-OWNER.
           MOVE WS-LOCK-TAKEN-DATE TO LOCK-DATE.
           MOVE WS-LOCK-TAKEN-TIME TO LOCK-TIME.
           MOVE WS-INSTANCE-TOKEN TO LOCK-PROCESS-ID.
           ACCEPT LOCK-HB-DATE FROM DATE YYYYMMDD.
           ACCEPT LOCK-HB-TIME FROM TIME.
           WRITE LOCK-RECORD.
           CLOSE LOCK-FILE.

       RELEASE-MASTER-LOCK.
           OPEN OUTPUT LOCK-FILE.
           CLOSE LOCK-FILE.

       OPEN-FILES.
           OPEN INPUT CONSOLIDATE-CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = "00"
               OPEN I-O BALANCE-FILE
           END-IF.
           OPEN I-O ADDRESS-FILE.
           SET CHN-TAKE-TAIL TO TRUE.
           MOVE "CUSTJRNL" TO CHN-LOG-NAME.
           CALL "LogChain" USING CHAIN-CALL-AREA.
           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           WRITE CONSOLIDATE-REPORT-RECORD FROM WS-REPORT-LINE.

       CONSOLIDATE-ONE-PAIR.
           PERFORM REFRESH-LOCK-HEARTBEAT.
           MOVE CTL-SURVIVOR-ID TO WS-SURVIVOR-ID.
           MOVE CTL-DUPLICATE-ID TO WS-DUPLICATE-ID.
           PERFORM CHECK-PAIR-USABLE.
               MOVE BAL-CURRENT TO PHIST-NEW-BALANCE
           END-IF.
           MOVE "CONSOLIDATE " TO PHIST-REFERENCE.
           MOVE "CN" TO PHIST-TRAN-TYPE.
           WRITE POSTING-HISTORY-RECORD.

       SETTLE-ADDRESS-ROWS.
           MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE.
           MOVE CUST-MASTER-RECORD TO JRNL-AFTER-IMAGE.
           MOVE 0 TO JRNL-BATCH-ID.
           PERFORM STAMP-JOURNAL-CHAIN.
           WRITE CUST-JOURNAL-RECORD.
           *> The journaled flip is what makes the merge reversible
           *> - a backout puts the duplicate's record straight back.

       STAMP-JOURNAL-CHAIN.
           MOVE CUST-JOURNAL-RECORD(1:94) TO CHN-ENTRY-TEXT.
           SET CHN-NEXT-ENTRY TO TRUE.
           MOVE "CUSTJRNL" TO CHN-LOG-NAME.
           CALL "LogChain" USING CHAIN-CALL-AREA.
           MOVE CHN-SEQUENCE TO JRNL-CHAIN-SEQUENCE.
           MOVE CHN-CHECK-VALUE TO JRNL-CHAIN-VALUE.

       CLOSE-FILES.
           IF WS-CONTROL-STATUS = "00" OR WS-CONTROL-STATUS = "10"
               CLOSE CONSOLIDATE-CONTROL-FILE
           MOVE SPACES TO ALERT-FILE-STATUSES.
           STRING "CTL=" WS-CONTROL-STATUS
               " MAST=" WS-CUSTOMER-STATUS
               " LCK=" WS-LOCK-STATUS
               DELIMITED BY SIZE INTO ALERT-FILE-STATUSES.
           MOVE "CHECK CONSCTL THEN RERUN CONSOLIDATE"
               TO ALERT-ACTION-TEXT.
