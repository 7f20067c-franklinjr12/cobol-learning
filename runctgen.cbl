           *> Tonight's generated step list, everything PENDING, in
           *> the layout NightlyRun works from.

           SELECT STEP-FILES-FILE ASSIGN TO "RUNFILES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILES-STATUS.
           *> Each step's declared file usage - the same declarations
           *> NightlyRun holds conflicting launches apart by.

           SELECT STREAM-CHECK-FILE ASSIGN TO "RUNCHECK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECK-STATUS.
           *> Tonight's RUNCTL judged against the declarations -
           *> steps put in different streams that can never actually
           *> run together, and steps that declared nothing.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
           05 STEP-PREDECESSOR    PIC X(20).
           05 STEP-STREAM         PIC X(01).

       FD  STEP-FILES-FILE.
       COPY STEPFIL.

       FD  STREAM-CHECK-FILE.
       01  STREAM-CHECK-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CALENDAR-STATUS      PIC X(02) VALUE "00".
       01 WS-STEP-LIST-STATUS     PIC X(02) VALUE "00".
       01 WS-WRITTEN-COUNT        PIC 9(03) VALUE 0.
       01 WS-SUPPRESSED-COUNT     PIC 9(03) VALUE 0.

       01 WS-FILES-STATUS         PIC X(02) VALUE "00".
       01 WS-CHECK-STATUS         PIC X(02) VALUE "00".
       01 WS-FILES-EOF-SWITCH     PIC X(01) VALUE "N".
       88 FILES-EOF               VALUE "Y".
       88 FILES-NOT-EOF           VALUE "N".

       01 WS-TONIGHT-TABLE.
           05 WS-TONIGHT-ENTRY OCCURS 50 TIMES.
               10 WS-TN-COMMAND   PIC X(20).
               10 WS-TN-PRED      PIC X(20).
               10 WS-TN-STREAM    PIC X(01).
               10 WS-TN-DECLARED  PIC X(01).
       01 WS-TONIGHT-COUNT        PIC 9(02) VALUE 0.
       01 WS-FIRST-INDEX          PIC 9(02).
       01 WS-SECOND-INDEX         PIC 9(02).
       *> The steps written to RUNCTL tonight, streams folded the
       *> way NightlyRun folds them - anything but "2" or "3" is
       *> stream 1.

       01 WS-USE-TABLE.
           05 WS-USE-ENTRY OCCURS 300 TIMES.
               10 WS-USE-COMMAND  PIC X(20).
               10 WS-USE-FILE     PIC X(08).
               10 WS-USE-MODE     PIC X(01).
               88 TBL-USE-UPDATES VALUE "U".
       01 WS-USE-COUNT            PIC 9(03) VALUE 0.
       01 WS-USE-INDEX            PIC 9(03).
       01 WS-OTHER-USE-INDEX      PIC 9(03).
       01 WS-USE-DROPPED          PIC 9(04) VALUE 0.

       01 WS-PAIR-FIRST           PIC X(20).
       01 WS-PAIR-SECOND          PIC X(20).
       01 WS-CONFLICT-FILE        PIC X(08).
       01 WS-CONFLICT-SWITCH      PIC X(01) VALUE "N".
       88 STEPS-CONFLICT          VALUE "Y".
       88 STEPS-COMPATIBLE        VALUE "N".
       01 WS-ORDER-SWITCH         PIC X(01) VALUE "N".
       88 STEPS-ORDERED           VALUE "Y".
       88 STEPS-UNORDERED         VALUE "N".
       01 WS-CHAIN-STEP           PIC X(20).
       01 WS-CHAIN-TARGET         PIC X(20).
       01 WS-CHAIN-HOPS           PIC 9(02).
       01 WS-CHAIN-INDEX          PIC 9(02).
       01 WS-CHAIN-FOUND          PIC 9(02).

       01 WS-CONFLICT-COUNT       PIC 9(03) VALUE 0.
       01 WS-UNDECLARED-COUNT     PIC 9(03) VALUE 0.
       01 WS-CHECK-LINE           PIC X(80).

       COPY ALERTLNK.

       PROCEDURE DIVISION.
           PERFORM GENERATE-RUN-CONTROL.
           DISPLAY "Steps written: " WS-WRITTEN-COUNT
               " suppressed: " WS-SUPPRESSED-COUNT.
           PERFORM VALIDATE-STREAM-ASSIGNMENT.
           DISPLAY "=== Run Control Generate End ===".
           IF WS-STEP-LIST-STATUS NOT = "00"
               AND WS-STEP-LIST-STATUS NOT = "10"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-CONFLICT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           IF RETURN-CODE >= 8
               PERFORM WRITE-OPERATOR-ALERT
           MOVE LIST-STREAM TO STEP-STREAM.
           WRITE RUN-STEP-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.
           IF WS-TONIGHT-COUNT < 50
               ADD 1 TO WS-TONIGHT-COUNT
               MOVE LIST-COMMAND TO WS-TN-COMMAND(WS-TONIGHT-COUNT)
               MOVE LIST-PREDECESSOR TO WS-TN-PRED(WS-TONIGHT-COUNT)
               IF LIST-STREAM = "2" OR LIST-STREAM = "3"
                   MOVE LIST-STREAM
                       TO WS-TN-STREAM(WS-TONIGHT-COUNT)
               ELSE
                   MOVE "1" TO WS-TN-STREAM(WS-TONIGHT-COUNT)
               END-IF
               MOVE "N" TO WS-TN-DECLARED(WS-TONIGHT-COUNT)
           END-IF.

       VALIDATE-STREAM-ASSIGNMENT.
           OPEN OUTPUT STREAM-CHECK-FILE.
           MOVE SPACES TO WS-CHECK-LINE.
           STRING "RUNCTL STREAM CHECK FOR " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-CHECK-LINE.
           WRITE STREAM-CHECK-RECORD FROM WS-CHECK-LINE.
           MOVE SPACES TO WS-CHECK-LINE.
           WRITE STREAM-CHECK-RECORD FROM WS-CHECK-LINE.
           PERFORM LOAD-FILE-DECLARATIONS.
           IF WS-FILES-STATUS = "00" OR WS-FILES-STATUS = "10"
               PERFORM CHECK-ONE-FIRST-STEP
                   VARYING WS-FIRST-INDEX FROM 1 BY 1
                   UNTIL WS-FIRST-INDEX > WS-TONIGHT-COUNT
               PERFORM LIST-ONE-UNDECLARED-STEP
                   VARYING WS-FIRST-INDEX FROM 1 BY 1
                   UNTIL WS-FIRST-INDEX > WS-TONIGHT-COUNT
               MOVE SPACES TO WS-CHECK-LINE
               WRITE STREAM-CHECK-RECORD FROM WS-CHECK-LINE
               MOVE SPACES TO WS-CHECK-LINE
               STRING "STEPS " WS-TONIGHT-COUNT
                   "  NEVER CONCURRENT " WS-CONFLICT-COUNT
                   "  UNDECLARED " WS-UNDECLARED-COUNT
                   DELIMITED BY SIZE INTO WS-CHECK-LINE
               WRITE STREAM-CHECK-RECORD FROM WS-CHECK-LINE
               IF WS-USE-DROPPED > 0
                   MOVE SPACES TO WS-CHECK-LINE
                   STRING "DECLARATIONS PAST TABLE LIMIT IGNORED "
                       WS-USE-DROPPED
                       DELIMITED BY SIZE INTO WS-CHECK-LINE
                   WRITE STREAM-CHECK-RECORD FROM WS-CHECK-LINE
               END-IF
               DISPLAY "Stream check: " WS-CONFLICT-COUNT
                   " pair(s) never concurrent, "
                   WS-UNDECLARED-COUNT " step(s) undeclared"
           ELSE
               MOVE "NO RUNFILES DECLARATIONS - STREAMS NOT CHECKED"
                   TO WS-CHECK-LINE
               WRITE STREAM-CHECK-RECORD FROM WS-CHECK-LINE
               DISPLAY "No RUNFILES declarations - status "
                   WS-FILES-STATUS " - streams not checked"
           END-IF.
           CLOSE STREAM-CHECK-FILE.
           *> A pair flagged here is not an error on the night -
           *> NightlyRun holds the later one back and both still
           *> run - but the stream split promised a parallelism the
           *> files cannot give, so RUNSTEPS wants fixing.

       LOAD-FILE-DECLARATIONS.
           OPEN INPUT STEP-FILES-FILE.
           IF WS-FILES-STATUS NOT = "00"
               SET FILES-EOF TO TRUE
           END-IF.
           PERFORM UNTIL FILES-EOF
               READ STEP-FILES-FILE
                   AT END
                       SET FILES-EOF TO TRUE
                   NOT AT END
                       PERFORM KEEP-ONE-DECLARATION
               END-READ
           END-PERFORM.
           IF WS-FILES-STATUS = "00" OR WS-FILES-STATUS = "10"
               CLOSE STEP-FILES-FILE
           END-IF.

       KEEP-ONE-DECLARATION.
           IF SFU-COMMAND = SPACES OR SFU-FILE-NAME = SPACES
               CONTINUE
           ELSE
               IF WS-USE-COUNT < 300
                   ADD 1 TO WS-USE-COUNT
                   MOVE SFU-COMMAND TO WS-USE-COMMAND(WS-USE-COUNT)
                   MOVE SFU-FILE-NAME TO WS-USE-FILE(WS-USE-COUNT)
                   IF SFU-READS
                       MOVE "R" TO WS-USE-MODE(WS-USE-COUNT)
                   ELSE
                       MOVE "U" TO WS-USE-MODE(WS-USE-COUNT)
                   END-IF
                   PERFORM MARK-STEP-DECLARED
                       VARYING WS-CHAIN-INDEX FROM 1 BY 1
                       UNTIL WS-CHAIN-INDEX > WS-TONIGHT-COUNT
               ELSE
                   ADD 1 TO WS-USE-DROPPED
               END-IF
           END-IF.

       MARK-STEP-DECLARED.
           IF WS-TN-COMMAND(WS-CHAIN-INDEX) = SFU-COMMAND
               MOVE "Y" TO WS-TN-DECLARED(WS-CHAIN-INDEX)
           END-IF.

       CHECK-ONE-FIRST-STEP.
           COMPUTE WS-SECOND-INDEX = WS-FIRST-INDEX + 1.
           PERFORM CHECK-ONE-STEP-PAIR
               VARYING WS-SECOND-INDEX FROM WS-SECOND-INDEX BY 1
               UNTIL WS-SECOND-INDEX > WS-TONIGHT-COUNT.

       CHECK-ONE-STEP-PAIR.
           IF WS-TN-STREAM(WS-FIRST-INDEX)
               NOT = WS-TN-STREAM(WS-SECOND-INDEX)
               MOVE WS-TN-COMMAND(WS-FIRST-INDEX) TO WS-PAIR-FIRST
               MOVE WS-TN-COMMAND(WS-SECOND-INDEX) TO WS-PAIR-SECOND
               SET STEPS-COMPATIBLE TO TRUE
               PERFORM MATCH-FIRST-STEP-USE
                   VARYING WS-USE-INDEX FROM 1 BY 1
                   UNTIL WS-USE-INDEX > WS-USE-COUNT
                      OR STEPS-CONFLICT
               IF STEPS-CONFLICT
                   PERFORM JUDGE-PREDECESSOR-ORDER
                   IF STEPS-UNORDERED
                       PERFORM WRITE-CONFLICT-LINE
                   END-IF
               END-IF
           END-IF.
           *> Steps in the same stream run one after the other
           *> anyway, so only a split across streams can promise
           *> what the files cannot deliver.

       MATCH-FIRST-STEP-USE.
           IF WS-USE-COMMAND(WS-USE-INDEX) = WS-PAIR-FIRST
               PERFORM MATCH-SECOND-STEP-USE
                   VARYING WS-OTHER-USE-INDEX FROM 1 BY 1
                   UNTIL WS-OTHER-USE-INDEX > WS-USE-COUNT
                      OR STEPS-CONFLICT
           END-IF.

       MATCH-SECOND-STEP-USE.
           IF WS-USE-COMMAND(WS-OTHER-USE-INDEX) = WS-PAIR-SECOND
               AND WS-USE-FILE(WS-OTHER-USE-INDEX)
                   = WS-USE-FILE(WS-USE-INDEX)
               AND (TBL-USE-UPDATES(WS-USE-INDEX)
                   OR TBL-USE-UPDATES(WS-OTHER-USE-INDEX))
               SET STEPS-CONFLICT TO TRUE
               MOVE WS-USE-FILE(WS-USE-INDEX) TO WS-CONFLICT-FILE
           END-IF.

       JUDGE-PREDECESSOR-ORDER.
           SET STEPS-UNORDERED TO TRUE.
           MOVE WS-PAIR-FIRST TO WS-CHAIN-STEP.
           MOVE WS-PAIR-SECOND TO WS-CHAIN-TARGET.
           PERFORM WALK-PREDECESSOR-CHAIN.
           IF STEPS-UNORDERED
               MOVE WS-PAIR-SECOND TO WS-CHAIN-STEP
               MOVE WS-PAIR-FIRST TO WS-CHAIN-TARGET
               PERFORM WALK-PREDECESSOR-CHAIN
           END-IF.
           *> One step waiting on the other, however many steps
           *> removed, already keeps them apart - the clash costs
           *> nothing and is not worth a line.

       WALK-PREDECESSOR-CHAIN.
           MOVE 0 TO WS-CHAIN-HOPS.
           PERFORM TAKE-ONE-PREDECESSOR-HOP
               UNTIL WS-CHAIN-STEP = SPACES OR STEPS-ORDERED
                  OR WS-CHAIN-HOPS > WS-TONIGHT-COUNT.
           *> The hop limit keeps a predecessor loop punched into
           *> RUNSTEPS from walking forever.

       TAKE-ONE-PREDECESSOR-HOP.
           ADD 1 TO WS-CHAIN-HOPS.
           MOVE 0 TO WS-CHAIN-FOUND.
           PERFORM FIND-CHAIN-STEP
               VARYING WS-CHAIN-INDEX FROM 1 BY 1
               UNTIL WS-CHAIN-INDEX > WS-TONIGHT-COUNT
                  OR WS-CHAIN-FOUND NOT = 0.
           IF WS-CHAIN-FOUND = 0
               MOVE SPACES TO WS-CHAIN-STEP
           ELSE
               MOVE WS-TN-PRED(WS-CHAIN-FOUND) TO WS-CHAIN-STEP
               IF WS-CHAIN-STEP = WS-CHAIN-TARGET
                   SET STEPS-ORDERED TO TRUE
               END-IF
           END-IF.

       FIND-CHAIN-STEP.
           IF WS-TN-COMMAND(WS-CHAIN-INDEX) = WS-CHAIN-STEP
               MOVE WS-CHAIN-INDEX TO WS-CHAIN-FOUND
           END-IF.

       WRITE-CONFLICT-LINE.
           ADD 1 TO WS-CONFLICT-COUNT.
           MOVE SPACES TO WS-CHECK-LINE.
           STRING "NEVER CONCURRENT  " WS-PAIR-FIRST
               " S" WS-TN-STREAM(WS-FIRST-INDEX) "  "
               WS-PAIR-SECOND
               " S" WS-TN-STREAM(WS-SECOND-INDEX) "  "
               WS-CONFLICT-FILE
               DELIMITED BY SIZE INTO WS-CHECK-LINE.
           WRITE STREAM-CHECK-RECORD FROM WS-CHECK-LINE.
           DISPLAY "Never concurrent: "
               FUNCTION TRIM(WS-PAIR-FIRST) " (stream "
               WS-TN-STREAM(WS-FIRST-INDEX) ") and "
               FUNCTION TRIM(WS-PAIR-SECOND) " (stream "
               WS-TN-STREAM(WS-SECOND-INDEX) ") both declare "
               WS-CONFLICT-FILE.

       LIST-ONE-UNDECLARED-STEP.
           IF WS-TN-DECLARED(WS-FIRST-INDEX) NOT = "Y"
               ADD 1 TO WS-UNDECLARED-COUNT
               MOVE SPACES TO WS-CHECK-LINE
               STRING "NO FILES DECLARED " WS-TN-COMMAND(WS-FIRST-INDEX)
                   " S" WS-TN-STREAM(WS-FIRST-INDEX)
                   "  RUNS UNCHECKED"
                   DELIMITED BY SIZE INTO WS-CHECK-LINE
               WRITE STREAM-CHECK-RECORD FROM WS-CHECK-LINE
           END-IF.

       WRITE-OPERATOR-ALERT.
           MOVE "RunControlGenerate" TO ALERT-PROGRAM-NAME.
