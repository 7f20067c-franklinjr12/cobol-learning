           *> how operations sees it and, deliberately, clears it -
           *> but never while the holder's heartbeat is still fresh.

       DATA DIVISION.
       FILE SECTION.
       FD  LOCK-FILE.
           COPY CUSTLCK.

       WORKING-STORAGE SECTION.
       01 WS-LOCK-STATUS          PIC X(02) VALUE "00".

       01 WS-MENU-CHOICE          PIC X(01).
       88 MENU-EXIT               VALUE "0".
       01 WS-STAMP-TIME           PIC 9(08).
       01 WS-AUDIT-WORK           PIC X(80).

       COPY AUDAPLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Master Lock Utility ===".
       WRITE-CLEAR-AUDIT.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           MOVE WS-AGE-MINUTES TO WS-AGE-EDIT.
           MOVE SPACES TO WS-AUDIT-WORK.
           STRING "LOCKCLR " WS-STAMP-DATE " " WS-STAMP-TIME
               " held-by=" LOCK-OWNER
               " hb-age-min=" WS-AGE-EDIT
               DELIMITED BY SIZE INTO WS-AUDIT-WORK.
           MOVE WS-AUDIT-WORK TO AAP-ENTRY-TEXT.
           CALL "AuditAppend" USING AUDIT-APPEND-AREA.
           *> Every forced clear goes onto AUDITLOG with who was
           *> holding and how old the heartbeat was - the morning
           *> review sees every override. Through AuditAppend like
           *> the run console's interventions; the analysis run
           *> reads past these lines.
