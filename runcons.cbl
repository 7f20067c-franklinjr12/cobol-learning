           *> for rerun, force-skip one, or release a SKIPPED
           *> dependent, instead of retyping statuses by hand.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
           05 STEP-PREDECESSOR    PIC X(20).
           05 STEP-STREAM         PIC X(01).

       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-STATUS      PIC X(02) VALUE "00".
       01 WS-RUNCTL-STATUS        PIC X(02) VALUE "00".

       01 WS-OPERATOR-TABLE.
           05 WS-OPER-ENTRY OCCURS 20 TIMES.

       COPY ALERTLNK.

       COPY AUDAPLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Run Control Console ===".
       WRITE-INTERVENTION-AUDIT.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE SPACES TO WS-AUDIT-WORK.
           STRING "CONSOLE " WS-STAMP-DATE " " WS-STAMP-TIME
               " oper=" WS-OPERATOR-ID
               " " WS-ACTION-TEXT
               " " WS-STEP-COMMAND(WS-STEP-INDEX)
               DELIMITED BY SIZE INTO WS-AUDIT-WORK.
           MOVE WS-AUDIT-WORK TO AAP-ENTRY-TEXT.
           CALL "AuditAppend" USING AUDIT-APPEND-AREA.
           *> Every intervention goes onto AUDITLOG with the
           *> operator ID, the action, and the step - the morning
           *> review reads who overrode what off the same file as the
           *> run history itself. Through AuditAppend rather than
           *> AuditLogger - the START/END call area has no room for
           *> them. The analysis run reads past these lines.

       WRITE-RUN-STEPS-BACK.
           OPEN OUTPUT RUN-CONTROL-FILE.
