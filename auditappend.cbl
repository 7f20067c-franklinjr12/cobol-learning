       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditAppend.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOCK-FILE ASSIGN TO "AUDITLCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           *> Held from reading the last sequence to the entry being
           *> on AUDITLOG, the CUSTLOCK way - NightlyRun starts its
           *> parallel streams together, and two steps stamping from
           *> the same tail would both write the same next entry.
           *> Same layout as CUSTLOCK, so the holder reads the same.

           SELECT AUDIT-CONTROL-FILE ASSIGN TO "AUDITCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           *> The last sequence and check value on AUDITLOG, rewritten
           *> under the lock with every entry - an entry costs one
           *> short read, not a pass over a log that is never
           *> trimmed. No control record means the tail is taken off
           *> AUDITLOG itself, once; remove AUDITCTL whenever AUDITLOG
           *> is restored or replaced so the two cannot disagree.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           *> Single cross-program run history - appended here and
           *> nowhere else.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOCK-FILE.
           COPY CUSTLCK.

       FD  AUDIT-CONTROL-FILE.
       01  AUDIT-CONTROL-RECORD.
           05 ACTL-LAST-SEQUENCE   PIC 9(09).
           05 ACTL-LAST-CHECK      PIC 9(09).
           05 ACTL-DATE            PIC 9(08).
           05 ACTL-TIME            PIC 9(08).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD        PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-LOCK-STATUS           PIC X(02) VALUE "00".
       01 WS-CONTROL-STATUS        PIC X(02) VALUE "00".
       01 WS-AUDIT-STATUS          PIC X(02) VALUE "00".

       01 WS-LOCK-SWITCH           PIC X(01) VALUE "N".
       88 LOCK-ACQUIRED            VALUE "Y".
       88 LOCK-NOT-ACQUIRED        VALUE "N".
       01 WS-LOCK-ATTEMPTS         PIC 9(02) VALUE 0.
       01 WS-INSTANCE-TOKEN        PIC X(10).
       01 WS-START-TIME            PIC 9(08).
       01 WS-LOCK-WAIT-COMMAND     PIC X(08) VALUE "sleep 1".
       *> A hold lasts one append, so a second is a long wait and
       *> thirty of them means the holder died with the lock - it
       *> is taken over then rather than leave every run in the
       *> shop unable to log.

       01 WS-CONTROL-SWITCH        PIC X(01) VALUE "N".
       88 CONTROL-FOUND            VALUE "Y".
       88 CONTROL-MISSING          VALUE "N".
       01 WS-LAST-SEQUENCE         PIC 9(09).
       01 WS-LAST-CHECK            PIC 9(09).

       01 WS-CHAINED-LINE.
           05 WS-CHAINED-TEXT      PIC X(80).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-CHAINED-SEQUENCE  PIC 9(09).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 WS-CHAINED-CHECK     PIC 9(09).
       *> The entry as it lands - text, then its place in the log
       *> and the check value chained from the entry before.

       COPY CHNLNK.

       LINKAGE SECTION.
       COPY AUDAPLNK.

       PROCEDURE DIVISION USING AUDIT-APPEND-AREA.
       MAIN-LOGIC.
           ACCEPT WS-START-TIME FROM TIME.
           MOVE SPACES TO WS-INSTANCE-TOKEN.
           STRING "L" WS-START-TIME
               DELIMITED BY SIZE INTO WS-INSTANCE-TOKEN.
           MOVE 0 TO WS-LOCK-ATTEMPTS.
           SET LOCK-NOT-ACQUIRED TO TRUE.
           PERFORM ACQUIRE-AUDIT-LOCK
               UNTIL LOCK-ACQUIRED OR WS-LOCK-ATTEMPTS >= 30.
           IF LOCK-NOT-ACQUIRED
               DISPLAY "Audit lock held by " LOCK-OWNER
                   " since " LOCK-DATE " " LOCK-TIME
                   " - taken over"
               PERFORM WRITE-AUDIT-LOCK
           END-IF.
           PERFORM READ-AUDIT-CONTROL.
           PERFORM STAMP-AUDIT-CHAIN.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           WRITE AUDIT-LOG-RECORD FROM WS-CHAINED-LINE.
           IF WS-AUDIT-STATUS = "00"
               PERFORM WRITE-AUDIT-CONTROL
           ELSE
               PERFORM CLEAR-AUDIT-CONTROL
           END-IF.
           CLOSE AUDIT-LOG-FILE.
           PERFORM RELEASE-AUDIT-LOCK.
           EXIT PROGRAM.
           *> An append that failed leaves the control record empty,
           *> so whatever did or did not reach AUDITLOG, the next
           *> entry chains from the log as it really ends.

       ACQUIRE-AUDIT-LOCK.
           ADD 1 TO WS-LOCK-ATTEMPTS.
           PERFORM TEST-AUDIT-LOCK.
           IF LOCK-ACQUIRED
               PERFORM WRITE-AUDIT-LOCK
               PERFORM CONFIRM-AUDIT-LOCK
           END-IF.
           IF LOCK-NOT-ACQUIRED
               CALL "SYSTEM" USING WS-LOCK-WAIT-COMMAND
           END-IF.

       TEST-AUDIT-LOCK.
           SET LOCK-ACQUIRED TO TRUE.
           OPEN INPUT AUDIT-LOCK-FILE.
           IF WS-LOCK-STATUS = "00"
               READ AUDIT-LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LOCK-OWNER NOT = SPACES
                           SET LOCK-NOT-ACQUIRED TO TRUE
                       END-IF
               END-READ
               CLOSE AUDIT-LOCK-FILE
           END-IF.
           *> No lock file or an empty one means AUDITLOG is free.

       WRITE-AUDIT-LOCK.
           OPEN OUTPUT AUDIT-LOCK-FILE.
           MOVE "AuditAppend" TO LOCK-OWNER.
           ACCEPT LOCK-DATE FROM DATE YYYYMMDD.
           ACCEPT LOCK-TIME FROM TIME.
           MOVE WS-INSTANCE-TOKEN TO LOCK-PROCESS-ID.
           MOVE LOCK-DATE TO LOCK-HB-DATE.
           MOVE LOCK-TIME TO LOCK-HB-TIME.
           WRITE LOCK-RECORD.
           CLOSE AUDIT-LOCK-FILE.

       CONFIRM-AUDIT-LOCK.
           OPEN INPUT AUDIT-LOCK-FILE.
           IF WS-LOCK-STATUS = "00"
               READ AUDIT-LOCK-FILE
                   AT END
                       SET LOCK-NOT-ACQUIRED TO TRUE
                   NOT AT END
                       IF LOCK-PROCESS-ID NOT = WS-INSTANCE-TOKEN
                           SET LOCK-NOT-ACQUIRED TO TRUE
                       END-IF
               END-READ
               CLOSE AUDIT-LOCK-FILE
           ELSE
               SET LOCK-NOT-ACQUIRED TO TRUE
           END-IF.
           *> Read back before anything is stamped - two runs that
           *> found the lock free in the same instant both write it,
           *> and only the one whose record stands goes on. The other
           *> waits its turn.

       RELEASE-AUDIT-LOCK.
           OPEN OUTPUT AUDIT-LOCK-FILE.
           CLOSE AUDIT-LOCK-FILE.

       READ-AUDIT-CONTROL.
           SET CONTROL-MISSING TO TRUE.
           OPEN INPUT AUDIT-CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ AUDIT-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ACTL-LAST-SEQUENCE IS NUMERIC
                           AND ACTL-LAST-CHECK IS NUMERIC
                           SET CONTROL-FOUND TO TRUE
                           MOVE ACTL-LAST-SEQUENCE
                               TO WS-LAST-SEQUENCE
                           MOVE ACTL-LAST-CHECK TO WS-LAST-CHECK
                       END-IF
               END-READ
               CLOSE AUDIT-CONTROL-FILE
           END-IF.
           IF CONTROL-MISSING
               MOVE "AUDITLOG" TO CHN-LOG-NAME
               SET CHN-TAKE-TAIL TO TRUE
               CALL "LogChain" USING CHAIN-CALL-AREA
               MOVE CHN-SEQUENCE TO WS-LAST-SEQUENCE
               MOVE CHN-CHECK-VALUE TO WS-LAST-CHECK
           END-IF.

       STAMP-AUDIT-CHAIN.
           MOVE "AUDITLOG" TO CHN-LOG-NAME.
           MOVE AAP-ENTRY-TEXT TO CHN-ENTRY-TEXT.
           COMPUTE CHN-SEQUENCE = WS-LAST-SEQUENCE + 1.
           MOVE WS-LAST-CHECK TO CHN-PRIOR-VALUE.
           SET CHN-COMPUTE-ONLY TO TRUE.
           CALL "LogChain" USING CHAIN-CALL-AREA.
           MOVE AAP-ENTRY-TEXT TO WS-CHAINED-TEXT.
           MOVE CHN-SEQUENCE TO WS-CHAINED-SEQUENCE.
           MOVE CHN-CHECK-VALUE TO WS-CHAINED-CHECK.
           *> Chained from the control record, not from LogChain's
           *> memory of the tail - another run may have appended
           *> since this one last did.

       WRITE-AUDIT-CONTROL.
           OPEN OUTPUT AUDIT-CONTROL-FILE.
           MOVE WS-CHAINED-SEQUENCE TO ACTL-LAST-SEQUENCE.
           MOVE WS-CHAINED-CHECK TO ACTL-LAST-CHECK.
           ACCEPT ACTL-DATE FROM DATE YYYYMMDD.
           ACCEPT ACTL-TIME FROM TIME.
           WRITE AUDIT-CONTROL-RECORD.
           CLOSE AUDIT-CONTROL-FILE.

       CLEAR-AUDIT-CONTROL.
           OPEN OUTPUT AUDIT-CONTROL-FILE.
           CLOSE AUDIT-CONTROL-FILE.
