       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChainVerify.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAIN-CONTROL-FILE ASSIGN TO "CHAINCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           *> Optional. Set to the run date once a reported break has
           *> been looked into and the logs accepted as they stand -
           *> that night's anchors are recorded despite the findings.

           SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "CUSTJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           *> Both logs are walked end to end, read only.

           SELECT ANCHOR-FILE ASSIGN TO "CHAINANC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANCHOR-STATUS.
           *> Every anchor ever recorded. The newest for each log is
           *> what tonight's walk must still reach; tonight's new
           *> ends are appended once proved.

           SELECT CHAIN-REPORT-FILE ASSIGN TO "CHAINRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           *> Every break, gap, reordering or cut-off end, with the
           *> record number and sequence where it was found.

       DATA DIVISION.
       FILE SECTION.
       FD  CHAIN-CONTROL-FILE.
       01  CHAIN-CTL-RECORD.
           05 CTL-ACCEPT-DATE     PIC 9(08).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           05 AUDIT-LOG-TEXT      PIC X(80).
           05 FILLER              PIC X(01).
           05 AUDIT-LOG-SEQUENCE  PIC X(09).
           05 FILLER              PIC X(01).
           05 AUDIT-LOG-CHECK     PIC X(09).

       FD  JOURNAL-FILE.
           COPY CUSTJRN.

       FD  ANCHOR-FILE.
           COPY CHNANC.

       FD  CHAIN-REPORT-FILE.
       01  CHAIN-REPORT-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CONTROL-STATUS       PIC X(02) VALUE "00".
       01 WS-AUDIT-STATUS         PIC X(02) VALUE "00".
       01 WS-JOURNAL-STATUS       PIC X(02) VALUE "00".
       01 WS-ANCHOR-STATUS        PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS        PIC X(02) VALUE "00".

       01 WS-FILE-EOF-SWITCH      PIC X(01) VALUE "N".
       88 FILE-EOF                VALUE "Y".
       88 FILE-NOT-EOF            VALUE "N".

       01 WS-RUN-DATE             PIC 9(08).
       01 WS-RUN-TIME             PIC 9(08).
       01 WS-ACCEPT-DATE          PIC 9(08) VALUE 0.

       01 WS-ANCHOR-TABLE.
           05 WS-ANCHOR-ENTRY OCCURS 2 TIMES.
               10 WS-AN-LOG-NAME  PIC X(08).
               10 WS-AN-DATE      PIC 9(08).
               10 WS-AN-SEQUENCE  PIC 9(09).
               10 WS-AN-CHECK     PIC 9(09).
               10 WS-AN-SOURCE    PIC X(01).
       *> Entry 1 AUDITLOG, entry 2 CUSTJRNL - the newest anchor
       *> for each, zero sequence when none has been recorded.
       01 WS-LOG-INDEX            PIC 9(01).

       01 WS-LOG-NAME             PIC X(08).
       01 WS-LOG-OPEN-STATUS      PIC X(02).
       01 WS-ENTRY-TEXT           PIC X(100).
       01 WS-ENTRY-SEQUENCE-TEXT  PIC X(09).
       01 WS-ENTRY-CHECK-TEXT     PIC X(09).
       01 WS-ENTRY-SEQUENCE       PIC 9(09).
       01 WS-ENTRY-CHECK          PIC 9(09).
       *> One entry of whichever log is being walked, in the shape
       *> the walk works on.

       01 WS-RECORD-NUMBER        PIC 9(09).
       01 WS-UNCHAINED-COUNT      PIC 9(09).
       01 WS-CHAINED-COUNT        PIC 9(09).
       01 WS-PRIOR-SEQUENCE       PIC 9(09).
       01 WS-PRIOR-CHECK          PIC 9(09).
       01 WS-GAP-FROM             PIC 9(09).
       01 WS-GAP-TO               PIC 9(09).
       01 WS-CHAIN-STARTED-SWITCH PIC X(01).
       88 CHAIN-STARTED           VALUE "Y".
       88 CHAIN-NOT-STARTED       VALUE "N".
       01 WS-ANCHOR-SEEN-SWITCH   PIC X(01).
       88 ANCHOR-SEEN             VALUE "Y".
       88 ANCHOR-NOT-SEEN         VALUE "N".
       01 WS-ANCHOR-MATCH-SWITCH  PIC X(01).
       88 ANCHOR-MATCHED          VALUE "Y".
       88 ANCHOR-CHANGED          VALUE "N".
       01 WS-LOG-READ-SWITCH      PIC X(01).
       88 LOG-READ-WHOLE          VALUE "Y".
       88 LOG-NOT-READ            VALUE "N".

       01 WS-LOG-FINDINGS         PIC 9(06).
       01 WS-TOTAL-FINDINGS       PIC 9(06) VALUE 0.
       01 WS-UNREADABLE-COUNT     PIC 9(01) VALUE 0.
       01 WS-ANCHORED-COUNT       PIC 9(01) VALUE 0.

       01 WS-FINDING-TEXT         PIC X(60).
       01 WS-REPORT-LINE          PIC X(80).

       COPY CHNLNK.
       COPY ALERTLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Log Chain Verification Start ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM READ-CHAIN-CONTROL.
           PERFORM LOAD-LATEST-ANCHORS.
           OPEN OUTPUT CHAIN-REPORT-FILE.
           PERFORM WRITE-REPORT-HEADING.
           MOVE 1 TO WS-LOG-INDEX.
           MOVE "AUDITLOG" TO WS-LOG-NAME.
           PERFORM VERIFY-ONE-LOG.
           MOVE 2 TO WS-LOG-INDEX.
           MOVE "CUSTJRNL" TO WS-LOG-NAME.
           PERFORM VERIFY-ONE-LOG.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE CHAIN-REPORT-FILE.
           DISPLAY "Findings: " WS-TOTAL-FINDINGS
               " Logs anchored: " WS-ANCHORED-COUNT.
           DISPLAY "=== Log Chain Verification End ===".
           EVALUATE TRUE
               WHEN WS-UNREADABLE-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TOTAL-FINDINGS > 0
                   AND WS-ACCEPT-DATE = WS-RUN-DATE
                   MOVE 4 TO RETURN-CODE
               WHEN WS-TOTAL-FINDINGS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE >= 8
               PERFORM WRITE-OPERATOR-ALERT
           END-IF.
           STOP RUN.
           *> A broken chain is an 8 every night until someone has
           *> looked at it and said so in CHAINCTL - the anchor is
           *> not moved past a break nobody has accepted.

       READ-CHAIN-CONTROL.
           OPEN INPUT CHAIN-CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ CHAIN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-ACCEPT-DATE IS NUMERIC
                           MOVE CTL-ACCEPT-DATE TO WS-ACCEPT-DATE
                       END-IF
               END-READ
               CLOSE CHAIN-CONTROL-FILE
           END-IF.

       LOAD-LATEST-ANCHORS.
           MOVE "AUDITLOG" TO WS-AN-LOG-NAME(1).
           MOVE "CUSTJRNL" TO WS-AN-LOG-NAME(2).
           PERFORM CLEAR-ONE-ANCHOR
               VARYING WS-LOG-INDEX FROM 1 BY 1
               UNTIL WS-LOG-INDEX > 2.
           SET FILE-NOT-EOF TO TRUE.
           OPEN INPUT ANCHOR-FILE.
           IF WS-ANCHOR-STATUS NOT = "00"
               SET FILE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL FILE-EOF
               READ ANCHOR-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM TAKE-ONE-ANCHOR
               END-READ
           END-PERFORM.
           IF WS-ANCHOR-STATUS = "00" OR WS-ANCHOR-STATUS = "10"
               CLOSE ANCHOR-FILE
           END-IF.
           *> Appended in time order, so the last line read for a
           *> log is its newest anchor. No CHAINANC yet means the
           *> first night - nothing to hold the logs to.

       CLEAR-ONE-ANCHOR.
           MOVE 0 TO WS-AN-DATE(WS-LOG-INDEX).
           MOVE 0 TO WS-AN-SEQUENCE(WS-LOG-INDEX).
           MOVE 0 TO WS-AN-CHECK(WS-LOG-INDEX).
           MOVE SPACE TO WS-AN-SOURCE(WS-LOG-INDEX).

       TAKE-ONE-ANCHOR.
           EVALUATE ANC-LOG-NAME
               WHEN "AUDITLOG"
                   MOVE 1 TO WS-LOG-INDEX
               WHEN "CUSTJRNL"
                   MOVE 2 TO WS-LOG-INDEX
               WHEN OTHER
                   MOVE 0 TO WS-LOG-INDEX
           END-EVALUATE.
           IF WS-LOG-INDEX > 0
               AND ANC-SEQUENCE IS NUMERIC
               AND ANC-CHECK-VALUE IS NUMERIC
               MOVE ANC-DATE TO WS-AN-DATE(WS-LOG-INDEX)
               MOVE ANC-SEQUENCE TO WS-AN-SEQUENCE(WS-LOG-INDEX)
               MOVE ANC-CHECK-VALUE TO WS-AN-CHECK(WS-LOG-INDEX)
               MOVE ANC-SOURCE TO WS-AN-SOURCE(WS-LOG-INDEX)
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "LOG CHAIN VERIFICATION - " WS-RUN-DATE
               " " WS-RUN-TIME(1:6)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CHAIN-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE CHAIN-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "LOG      RECORD    SEQUENCE  FINDING"
               TO WS-REPORT-LINE.
           WRITE CHAIN-REPORT-RECORD FROM WS-REPORT-LINE.

       VERIFY-ONE-LOG.
           MOVE 0 TO WS-RECORD-NUMBER.
           MOVE 0 TO WS-UNCHAINED-COUNT.
           MOVE 0 TO WS-CHAINED-COUNT.
           MOVE 0 TO WS-PRIOR-SEQUENCE.
           MOVE 0 TO WS-PRIOR-CHECK.
           MOVE 0 TO WS-LOG-FINDINGS.
           SET CHAIN-NOT-STARTED TO TRUE.
           SET ANCHOR-NOT-SEEN TO TRUE.
           SET ANCHOR-MATCHED TO TRUE.
           SET LOG-READ-WHOLE TO TRUE.
           PERFORM WALK-ONE-LOG.
           IF LOG-READ-WHOLE
               PERFORM CHECK-AGAINST-ANCHOR
               PERFORM WRITE-LOG-SUMMARY
               IF WS-LOG-FINDINGS = 0
                   OR WS-ACCEPT-DATE = WS-RUN-DATE
                   PERFORM RECORD-NEW-ANCHOR
               ELSE
                   PERFORM WRITE-ANCHOR-HELD
               END-IF
           ELSE
               ADD 1 TO WS-UNREADABLE-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-LOG-NAME " COULD NOT BE READ - STATUS "
                   WS-LOG-OPEN-STATUS " - NOT VERIFIED, NOT ANCHORED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CHAIN-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           ADD WS-LOG-FINDINGS TO WS-TOTAL-FINDINGS.

       WALK-ONE-LOG.
           SET FILE-NOT-EOF TO TRUE.
           IF WS-LOG-INDEX = 1
               OPEN INPUT AUDIT-LOG-FILE
               MOVE WS-AUDIT-STATUS TO WS-LOG-OPEN-STATUS
           ELSE
               OPEN INPUT JOURNAL-FILE
               MOVE WS-JOURNAL-STATUS TO WS-LOG-OPEN-STATUS
           END-IF.
           EVALUATE WS-LOG-OPEN-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "35"
                   SET FILE-EOF TO TRUE
               WHEN OTHER
                   SET FILE-EOF TO TRUE
                   SET LOG-NOT-READ TO TRUE
           END-EVALUATE.
           PERFORM UNTIL FILE-EOF
               PERFORM READ-ONE-LOG-ENTRY
               IF NOT FILE-EOF
                   ADD 1 TO WS-RECORD-NUMBER
                   PERFORM CHECK-ONE-ENTRY
               END-IF
           END-PERFORM.
           IF WS-LOG-OPEN-STATUS = "00"
               IF WS-LOG-INDEX = 1
                   IF WS-AUDIT-STATUS NOT = "10"
                       SET LOG-NOT-READ TO TRUE
                       MOVE WS-AUDIT-STATUS TO WS-LOG-OPEN-STATUS
                   END-IF
                   CLOSE AUDIT-LOG-FILE
               ELSE
                   IF WS-JOURNAL-STATUS NOT = "10"
                       SET LOG-NOT-READ TO TRUE
                       MOVE WS-JOURNAL-STATUS TO WS-LOG-OPEN-STATUS
                   END-IF
                   CLOSE JOURNAL-FILE
               END-IF
           END-IF.
           *> A missing log is walked as empty - if it was ever
           *> anchored, the anchor check reports it cut off.

       READ-ONE-LOG-ENTRY.
           IF WS-LOG-INDEX = 1
               READ AUDIT-LOG-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       MOVE AUDIT-LOG-TEXT TO WS-ENTRY-TEXT
                       MOVE AUDIT-LOG-SEQUENCE
                           TO WS-ENTRY-SEQUENCE-TEXT
                       MOVE AUDIT-LOG-CHECK TO WS-ENTRY-CHECK-TEXT
               END-READ
           ELSE
               READ JOURNAL-FILE
                   AT END
                       SET FILE-EOF TO TRUE
                   NOT AT END
                       MOVE CUST-JOURNAL-RECORD(1:94)
                           TO WS-ENTRY-TEXT
                       MOVE JRNL-CHAIN-SEQUENCE
                           TO WS-ENTRY-SEQUENCE-TEXT
                       MOVE JRNL-CHAIN-VALUE TO WS-ENTRY-CHECK-TEXT
               END-READ
           END-IF.
           *> Each log handed to the walk as text, sequence and
           *> check value - exactly what its writer gave LogChain.

       CHECK-ONE-ENTRY.
           IF WS-ENTRY-SEQUENCE-TEXT IS NUMERIC
               AND WS-ENTRY-CHECK-TEXT IS NUMERIC
               MOVE WS-ENTRY-SEQUENCE-TEXT TO WS-ENTRY-SEQUENCE
               MOVE WS-ENTRY-CHECK-TEXT TO WS-ENTRY-CHECK
               ADD 1 TO WS-CHAINED-COUNT
               IF CHAIN-STARTED
                   PERFORM CHECK-CHAINED-ENTRY
               ELSE
                   PERFORM CHECK-FIRST-CHAINED-ENTRY
               END-IF
               PERFORM NOTE-ANCHORED-ENTRY
               MOVE WS-ENTRY-SEQUENCE TO WS-PRIOR-SEQUENCE
               MOVE WS-ENTRY-CHECK TO WS-PRIOR-CHECK
           ELSE
               IF CHAIN-STARTED
                   MOVE 0 TO WS-ENTRY-SEQUENCE
                   MOVE "UNCHAINED ENTRY AFTER CHAINING BEGAN"
                       TO WS-FINDING-TEXT
                   PERFORM WRITE-FINDING
               ELSE
                   ADD 1 TO WS-UNCHAINED-COUNT
               END-IF
           END-IF.
           *> After any finding the walk carries on from the entry it
           *> stopped at, as the log now stands - one edited line is
           *> one finding, not a cascade to the end of the file.

       CHECK-FIRST-CHAINED-ENTRY.
           SET CHAIN-STARTED TO TRUE.
           IF WS-ENTRY-SEQUENCE = 1
               MOVE 0 TO WS-PRIOR-CHECK
               PERFORM PROVE-CHECK-VALUE
           ELSE
               MOVE "FIRST CHAINED ENTRY IS NOT SEQUENCE 1 - START CUT"
                   TO WS-FINDING-TEXT
               PERFORM WRITE-FINDING
           END-IF.
           *> Entries written before chaining began carry no chain
           *> and are only counted. The first chained entry is
           *> chained from zero.

       CHECK-CHAINED-ENTRY.
           EVALUATE TRUE
               WHEN WS-ENTRY-SEQUENCE = WS-PRIOR-SEQUENCE + 1
                   PERFORM PROVE-CHECK-VALUE
               WHEN WS-ENTRY-SEQUENCE > WS-PRIOR-SEQUENCE + 1
                   COMPUTE WS-GAP-FROM = WS-PRIOR-SEQUENCE + 1
                   COMPUTE WS-GAP-TO = WS-ENTRY-SEQUENCE - 1
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "GAP - SEQUENCE " WS-GAP-FROM
                       " TO " WS-GAP-TO " MISSING"
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM WRITE-FINDING
               WHEN WS-ENTRY-SEQUENCE = WS-PRIOR-SEQUENCE
                   MOVE "SEQUENCE REPEATED - ENTRY COPIED OR RESTAMPED"
                       TO WS-FINDING-TEXT
                   PERFORM WRITE-FINDING
               WHEN OTHER
                   MOVE SPACES TO WS-FINDING-TEXT
                   STRING "OUT OF ORDER - FOLLOWS SEQUENCE "
                       WS-PRIOR-SEQUENCE
                       DELIMITED BY SIZE INTO WS-FINDING-TEXT
                   PERFORM WRITE-FINDING
           END-EVALUATE.

       PROVE-CHECK-VALUE.
           MOVE WS-LOG-NAME TO CHN-LOG-NAME.
           MOVE WS-ENTRY-TEXT TO CHN-ENTRY-TEXT.
           MOVE WS-ENTRY-SEQUENCE TO CHN-SEQUENCE.
           MOVE WS-PRIOR-CHECK TO CHN-PRIOR-VALUE.
           SET CHN-COMPUTE-ONLY TO TRUE.
           CALL "LogChain" USING CHAIN-CALL-AREA.
           IF CHN-CHECK-VALUE NOT = WS-ENTRY-CHECK
               MOVE "CHAIN BROKEN - ENTRY OR ONE BEFORE IT ALTERED"
                   TO WS-FINDING-TEXT
               PERFORM WRITE-FINDING
           END-IF.

       NOTE-ANCHORED-ENTRY.
           IF WS-AN-SEQUENCE(WS-LOG-INDEX) > 0
               AND WS-ENTRY-SEQUENCE = WS-AN-SEQUENCE(WS-LOG-INDEX)
               SET ANCHOR-SEEN TO TRUE
               IF WS-ENTRY-CHECK NOT = WS-AN-CHECK(WS-LOG-INDEX)
                   SET ANCHOR-CHANGED TO TRUE
               END-IF
           END-IF.

       CHECK-AGAINST-ANCHOR.
           IF WS-AN-SEQUENCE(WS-LOG-INDEX) > 0
               MOVE WS-PRIOR-SEQUENCE TO WS-ENTRY-SEQUENCE
               EVALUATE TRUE
                   WHEN WS-PRIOR-SEQUENCE
                           < WS-AN-SEQUENCE(WS-LOG-INDEX)
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING "END CUT OFF - ANCHORED AT "
                           WS-AN-SEQUENCE(WS-LOG-INDEX)
                           " ON " WS-AN-DATE(WS-LOG-INDEX)
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       PERFORM WRITE-FINDING
                   WHEN ANCHOR-NOT-SEEN
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING "ANCHORED ENTRY "
                           WS-AN-SEQUENCE(WS-LOG-INDEX)
                           " NOT ON FILE"
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       PERFORM WRITE-FINDING
                   WHEN ANCHOR-CHANGED
                       MOVE SPACES TO WS-FINDING-TEXT
                       STRING "ANCHORED ENTRY "
                           WS-AN-SEQUENCE(WS-LOG-INDEX)
                           " NO LONGER MATCHES ITS ANCHOR"
                           DELIMITED BY SIZE INTO WS-FINDING-TEXT
                       PERFORM WRITE-FINDING
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
           *> An end cut off leaves a chain that is whole as far as
           *> it goes - only the anchor recorded on an earlier night
           *> shows entries are missing after the last one left.

       WRITE-FINDING.
           ADD 1 TO WS-LOG-FINDINGS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-LOG-NAME " " WS-RECORD-NUMBER
               " " WS-ENTRY-SEQUENCE " " WS-FINDING-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CHAIN-REPORT-RECORD FROM WS-REPORT-LINE.
           *> Record is the line's position in the file as it stands
           *> tonight; sequence is what the entry says it is.

       WRITE-LOG-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-LOG-NAME " RECORDS " WS-RECORD-NUMBER
               " UNCHAINED " WS-UNCHAINED-COUNT
               " LAST SEQUENCE " WS-PRIOR-SEQUENCE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CHAIN-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-AN-SEQUENCE(WS-LOG-INDEX) > 0
               STRING "         HELD TO ANCHOR "
                   WS-AN-SEQUENCE(WS-LOG-INDEX)
                   " OF " WS-AN-DATE(WS-LOG-INDEX)
                   " (" WS-AN-SOURCE(WS-LOG-INDEX) ")"
                   " FINDINGS " WS-LOG-FINDINGS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "         NO EARLIER ANCHOR"
                   " FINDINGS " WS-LOG-FINDINGS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           WRITE CHAIN-REPORT-RECORD FROM WS-REPORT-LINE.

       RECORD-NEW-ANCHOR.
           OPEN EXTEND ANCHOR-FILE.
           IF WS-ANCHOR-STATUS NOT = "00"
               OPEN OUTPUT ANCHOR-FILE
           END-IF.
           MOVE WS-LOG-NAME TO ANC-LOG-NAME.
           MOVE WS-RUN-DATE TO ANC-DATE.
           MOVE WS-RUN-TIME TO ANC-TIME.
           MOVE WS-PRIOR-SEQUENCE TO ANC-SEQUENCE.
           MOVE WS-PRIOR-CHECK TO ANC-CHECK-VALUE.
           IF WS-LOG-FINDINGS = 0
               SET ANC-FROM-VERIFY TO TRUE
           ELSE
               SET ANC-FROM-ACCEPTED TO TRUE
           END-IF.
           WRITE CHAIN-ANCHOR-RECORD.
           CLOSE ANCHOR-FILE.
           ADD 1 TO WS-ANCHORED-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "         ANCHORED AT " WS-PRIOR-SEQUENCE
               " CHECK " WS-PRIOR-CHECK
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CHAIN-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE CHAIN-REPORT-RECORD FROM WS-REPORT-LINE.
           *> Tonight's end becomes what tomorrow's walk must reach.

       WRITE-ANCHOR-HELD.
           MOVE "         ANCHOR NOT MOVED - FINDINGS NOT ACCEPTED"
               TO WS-REPORT-LINE.
           WRITE CHAIN-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE CHAIN-REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TOTAL FINDINGS " WS-TOTAL-FINDINGS
               " LOGS ANCHORED " WS-ANCHORED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CHAIN-REPORT-RECORD FROM WS-REPORT-LINE.
           IF WS-TOTAL-FINDINGS > 0
               AND WS-ACCEPT-DATE = WS-RUN-DATE
               MOVE "FINDINGS ACCEPTED THROUGH CHAINCTL FOR THIS DATE"
                   TO WS-REPORT-LINE
               WRITE CHAIN-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       WRITE-OPERATOR-ALERT.
           MOVE "ChainVerify" TO ALERT-PROGRAM-NAME.
           MOVE RETURN-CODE TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-FILE-STATUSES.
           STRING "AUD=" WS-AUDIT-STATUS
               " JRN=" WS-JOURNAL-STATUS
               DELIMITED BY SIZE INTO ALERT-FILE-STATUSES.
           MOVE SPACES TO ALERT-ACTION-TEXT.
           STRING WS-TOTAL-FINDINGS
               " CHAIN FINDING(S) - SEE CHAINRPT"
               DELIMITED BY SIZE INTO ALERT-ACTION-TEXT.
           CALL "AlertWriter" USING ALERT-CALL-AREA.
