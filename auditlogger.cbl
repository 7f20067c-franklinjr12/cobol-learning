       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditLogger.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-AUDIT-DATE            PIC 9(08).
       01 WS-AUDIT-TIME            PIC 9(08).
       01 WS-AUDIT-LINE            PIC X(80).

       COPY AUDAPLNK.
       *> Single cross-program run history - every program appends
       *> a start and end entry to AUDITLOG instead of relying on
       *> console capture to answer "did last night's run happen".
       *> The line goes on through AuditAppend, which stamps and
       *> appends it under the AUDITLOG lock.

       LINKAGE SECTION.
       COPY AUDITLNK.

       MAIN-LOGIC.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE SPACES TO WS-AUDIT-LINE.
           STRING AUDIT-PROGRAM-NAME " " AUDIT-EVENT
               " " WS-AUDIT-DATE " " WS-AUDIT-TIME
               " records=" AUDIT-RECORD-COUNT
               " rc=" AUDIT-RETURN-CODE
               DELIMITED BY SIZE INTO WS-AUDIT-LINE.
           MOVE WS-AUDIT-LINE TO AAP-ENTRY-TEXT.
           CALL "AuditAppend" USING AUDIT-APPEND-AREA.
           MOVE AUDIT-RETURN-CODE TO RETURN-CODE.
           EXIT PROGRAM.
           *> Returning hands this module's RETURN-CODE back to the
