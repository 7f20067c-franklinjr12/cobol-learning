           *> can't hand its code straight back the way a synchronous
           *> CALL "SYSTEM" does.

           SELECT STEP-FILES-FILE ASSIGN TO "RUNFILES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILES-STATUS.
           *> What each step reads and updates. Steps the streams
           *> would launch together but whose declarations clash -
           *> both on CUSTBALF I-O, or one writing CUSTSNAP while the
           *> other reads it - are not launched side by side.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           05 CTL-SEV12-ACTION    PIC X(01).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD       PIC X(100).

       FD  CALENDAR-FILE.
       01  CALENDAR-RECORD.
       FD  STREAM-RC-FILE.
       01  STREAM-RC-RECORD       PIC X(08).

       FD  STEP-FILES-FILE.
       COPY STEPFIL.

       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-STATUS        PIC X(02) VALUE "00".
       01 WS-POLICY-STATUS        PIC X(02) VALUE "00".
       *> round launches what is ready, then the next round sees what
       *> that unblocked.

       01 WS-FILES-STATUS         PIC X(02) VALUE "00".
       01 WS-FILES-EOF-SWITCH     PIC X(01) VALUE "N".
       88 FILES-EOF               VALUE "Y".
       88 FILES-NOT-EOF           VALUE "N".

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
       *> RUNFILES as loaded - every step's declared files, read
       *> ("R") or updated ("U").

       01 WS-BAND-NUMBER          PIC 9(01).
       01 WS-OTHER-STREAM         PIC 9(01).
       01 WS-OTHER-STEP           PIC 9(02).
       01 WS-PAIR-FIRST           PIC X(20).
       01 WS-PAIR-SECOND          PIC X(20).
       01 WS-CONFLICT-FILE        PIC X(08).
       01 WS-CONFLICT-SWITCH      PIC X(01) VALUE "N".
       88 STEPS-CONFLICT          VALUE "Y".
       88 STEPS-COMPATIBLE        VALUE "N".
       01 WS-HELD-COUNT           PIC 9(04) VALUE 0.
       *> A round's candidates are judged in RUNCTL order - the
       *> first one always goes, and a later one that clashes with
       *> any candidate still in the round is held for the next
       *> round, by which time everything launched with it has
       *> finished.

       01 WS-CALLED-PROGRAM       PIC X(20).
       01 WS-COMBINED-COMMAND     PIC X(200).
       *> Concurrent rounds launch all ready streams in one shell

       COPY ALERTLNK.

       COPY CUTLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Nightly Run Start ===".
           PERFORM LOAD-STEP-ESTIMATES.
           PERFORM READ-WINDOW-DEADLINE.
           PERFORM LOAD-RUN-STEPS.
           PERFORM LOAD-FILE-DECLARATIONS.
           PERFORM TAKE-ONLINE-CUTOFF.
           PERFORM CHECK-PENDING-REMAIN.
           PERFORM RUN-SCHEDULING-ROUND
               UNTIL RUN-STALLED OR NO-PENDING-REMAIN
                  OR RUN-HALTED.
           PERFORM WRITE-RUN-STEPS-BACK.
           PERFORM LIFT-ONLINE-CUTOFF.
           IF WS-HELD-COUNT > 0
               DISPLAY "Launches held for a file conflict: "
                   WS-HELD-COUNT
           END-IF.
           DISPLAY "=== Nightly Run End ===".
           IF WS-RUNCTL-STATUS NOT = "00"
               AND WS-RUNCTL-STATUS NOT = "10"
           END-IF.
           *> No RUNPOLC record means the defaults above stand.

       TAKE-ONLINE-CUTOFF.
           SET CUTL-TAKE-CUTOFF TO TRUE.
           MOVE WS-RUN-DATE TO CUTL-RUN-DATE.
           CALL "OnlineCutoff" USING CUTL-CALL-AREA.
           EVALUATE TRUE
               WHEN CUTL-DONE
                   DISPLAY "Online cutoff taken for posting day "
                       CUTL-POSTING-DATE " - " CUTL-MOVED-COUNT
                       " entry(ies) moved in from CUSTFINN"
               WHEN CUTL-ALREADY-TAKEN
                   DISPLAY "Online cutoff already in force for "
                       CUTL-POSTING-DATE
               WHEN OTHER
                   DISPLAY "Online cutoff not taken - status "
                       CUTL-FILE-STATUS
                   MOVE "NightlyRun" TO ALERT-PROGRAM-NAME
                   MOVE 8 TO ALERT-SEVERITY
                   MOVE SPACES TO ALERT-FILE-STATUSES
                   STRING "CUT=" CUTL-FILE-STATUS
                       DELIMITED BY SIZE INTO ALERT-FILE-STATUSES
                   MOVE "MENUS STILL ON CUSTFIN - CHECK ONLCUT"
                       TO ALERT-ACTION-TEXT
                   CALL "AlertWriter" USING ALERT-CALL-AREA
           END-EVALUATE.
           *> Taken before the first step launches, so nothing the
           *> menus key from here on can land in the CUSTFIN the
           *> posting step reads - it goes to the next business
           *> day's file. The run carries on if the cutoff cannot be
           *> taken; operations hear about it at once.

       LIFT-ONLINE-CUTOFF.
           IF (WS-RUNCTL-STATUS = "00" OR WS-RUNCTL-STATUS = "10")
               AND WS-FAILED-COUNT = 0
               AND RUN-NOT-STALLED AND RUN-NOT-HALTED
               SET CUTL-LIFT-CUTOFF TO TRUE
               CALL "OnlineCutoff" USING CUTL-CALL-AREA
               DISPLAY "Online cutoff lifted"
           ELSE
               DISPLAY "Online cutoff left in force until the run "
                   "completes"
           END-IF.
           *> A night that needs a rerun keeps the menus on the next
           *> day's file - the rerun's posting must not meet new
           *> entries either.

       TIME-TO-SECONDS.
           MOVE WS-NOW-TIME TO WS-TIME-PARTS.
           COMPUTE WS-WORK-SECONDS =
               CLOSE RUN-CONTROL-FILE
           END-IF.

       LOAD-FILE-DECLARATIONS.
           OPEN INPUT STEP-FILES-FILE.
           IF WS-FILES-STATUS NOT = "00"
               DISPLAY "No step file declarations - status "
                   WS-FILES-STATUS " - streams run unchecked"
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
               DISPLAY "File declarations on file: " WS-USE-COUNT
           END-IF.
           IF WS-USE-DROPPED > 0
               DISPLAY "Declarations past the table limit ignored: "
                   WS-USE-DROPPED
           END-IF.
           *> No RUNFILES at all leaves the scheduler exactly as it
           *> was before steps declared anything.

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
               ELSE
                   ADD 1 TO WS-USE-DROPPED
               END-IF
           END-IF.

       READ-RUN-STEP.
           READ RUN-CONTROL-FILE
               AT END
           PERFORM PICK-STREAM-CANDIDATE
               VARYING WS-STREAM-INDEX FROM 1 BY 1
               UNTIL WS-STREAM-INDEX > 3.
           IF WS-RUNNABLE-COUNT > 1
               PERFORM HOLD-CONFLICTING-STEPS
           END-IF.
           EVALUATE WS-RUNNABLE-COUNT
               WHEN 0
                   IF WS-SKIPPED-THIS-ROUND = 0
           *> round - the step stays PENDING and is looked at again
           *> once the earlier launches have finished.

       HOLD-CONFLICTING-STEPS.
           PERFORM HOLD-ONE-IF-CONFLICTING
               VARYING WS-STEP-INDEX FROM 1 BY 1
               UNTIL WS-STEP-INDEX > WS-STEP-COUNT.
           *> Walked in RUNCTL order, so the earliest candidate is
           *> never the one held and a round with candidates always
           *> launches something - a hold can never look like a
           *> stall.

       HOLD-ONE-IF-CONFLICTING.
           MOVE WS-STEP-BAND(WS-STEP-INDEX) TO WS-BAND-NUMBER.
           IF WS-ROUND-STEP(WS-BAND-NUMBER) = WS-STEP-INDEX
               SET STEPS-COMPATIBLE TO TRUE
               PERFORM CHECK-AGAINST-EARLIER-PICK
                   VARYING WS-OTHER-STREAM FROM 1 BY 1
                   UNTIL WS-OTHER-STREAM > 3 OR STEPS-CONFLICT
               IF STEPS-CONFLICT
                   MOVE 0 TO WS-ROUND-STEP(WS-BAND-NUMBER)
                   SUBTRACT 1 FROM WS-RUNNABLE-COUNT
                   ADD 1 TO WS-HELD-COUNT
                   DISPLAY "Holding "
                       FUNCTION TRIM(WS-STEP-COMMAND(WS-STEP-INDEX))
                       " (stream " WS-BAND-NUMBER ") - "
                       FUNCTION TRIM(WS-CONFLICT-FILE)
                       " is also declared by "
                       FUNCTION TRIM(WS-PAIR-SECOND)
                   DISPLAY "    with one of them updating it - runs"
                       " once that step has finished"
               END-IF
           END-IF.

       CHECK-AGAINST-EARLIER-PICK.
           MOVE WS-ROUND-STEP(WS-OTHER-STREAM) TO WS-OTHER-STEP.
           IF WS-OTHER-STEP NOT = 0
               AND WS-OTHER-STEP < WS-STEP-INDEX
               MOVE WS-STEP-COMMAND(WS-STEP-INDEX) TO WS-PAIR-FIRST
               MOVE WS-STEP-COMMAND(WS-OTHER-STEP) TO WS-PAIR-SECOND
               PERFORM JUDGE-DECLARED-CONFLICT
           END-IF.
           *> Only candidates still in the round are compared - one
           *> already held launches with nothing tonight, so it
           *> cannot hold anyone else back.

       JUDGE-DECLARED-CONFLICT.
           PERFORM MATCH-FIRST-STEP-USE
               VARYING WS-USE-INDEX FROM 1 BY 1
               UNTIL WS-USE-INDEX > WS-USE-COUNT OR STEPS-CONFLICT.

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
           *> Two readers of the same file share it happily; any
           *> updater on either side means they run apart.

       RESOLVE-PREDECESSOR-STATE.
           IF WS-STEP-PRED(WS-SCAN-INDEX) = SPACES
               MOVE "NONE" TO WS-PRED-STATE
