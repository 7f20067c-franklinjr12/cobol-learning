           *> times, elapsed times, and the one program that is
           *> between START and END right now.

           SELECT CUTOFF-FILE ASSIGN TO "ONLCUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUTOFF-STATUS.
           *> The online cutoff as OnlineCutoff last left it - when
           *> NightlyRun took it and when it was lifted.

           SELECT NEXT-DAY-TRAN-FILE ASSIGN TO "CUSTFINN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEXT-STATUS.
           *> Entries the menus took after the cutoff - counted, not
           *> read for content.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
           05 STEP-STREAM         PIC X(01).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD       PIC X(100).

       FD  CUTOFF-FILE.
       01  ONLINE-CUTOFF-RECORD.
           05 CUT-STATE           PIC X(01).
           88 CUT-IN-FORCE        VALUE "C".
           05 CUT-POSTING-DATE    PIC 9(08).
           05 CUT-NEXT-DATE       PIC 9(08).
           05 CUT-TAKEN-DATE      PIC 9(08).
           05 CUT-TAKEN-TIME      PIC 9(08).
           05 CUT-MOVED-COUNT     PIC 9(06).
           05 CUT-LIFTED-DATE     PIC 9(08).
           05 CUT-LIFTED-TIME     PIC 9(08).

       FD  NEXT-DAY-TRAN-FILE.
       01  NEXT-DAY-TRAN-RECORD   PIC X(43).

       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-STATUS        PIC X(02) VALUE "00".
       01 WS-AUDIT-STATUS         PIC X(02) VALUE "00".
       01 WS-CUTOFF-STATUS        PIC X(02) VALUE "00".
       01 WS-NEXT-STATUS          PIC X(02) VALUE "00".
       01 WS-AFTER-CUTOFF-COUNT   PIC 9(06).

       01 WS-MENU-CHOICE          PIC X(01).
       88 MENU-EXIT               VALUE "0".
       88 MENU-STEPS              VALUE "1".
       88 MENU-TIMES              VALUE "2".
       88 MENU-CUTOFF             VALUE "3".

       01 WS-FILE-EOF-SWITCH      PIC X(01).
       88 FILE-EOF                VALUE "Y".
           DISPLAY " ".
           DISPLAY "1 - Step status (RUNCTL)".
           DISPLAY "2 - Run times (AUDITLOG)".
           DISPLAY "3 - Online cutoff (ONLCUT)".
           DISPLAY "0 - Exit".
           DISPLAY "Select an option: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.
                   PERFORM SHOW-STEP-STATUS
               WHEN MENU-TIMES
                   PERFORM SHOW-RUN-TIMES
               WHEN MENU-CUTOFF
                   PERFORM SHOW-ONLINE-CUTOFF
               WHEN MENU-EXIT
                   CONTINUE
               WHEN OTHER
               " RUNNING NOW - STARTED "
               WS-OPEN-TIME(WS-OPEN-INDEX)
               " ON " WS-OPEN-DATE(WS-OPEN-INDEX).

       SHOW-ONLINE-CUTOFF.
           OPEN INPUT CUTOFF-FILE.
           IF WS-CUTOFF-STATUS NOT = "00"
               DISPLAY "No online cutoff on record - status "
                   WS-CUTOFF-STATUS
           ELSE
               READ CUTOFF-FILE
                   AT END
                       DISPLAY "No online cutoff on record"
                   NOT AT END
                       PERFORM SHOW-CUTOFF-RECORD
               END-READ
               CLOSE CUTOFF-FILE
           END-IF.

       SHOW-CUTOFF-RECORD.
           DISPLAY "Cutoff for posting day " CUT-POSTING-DATE
               " taken " CUT-TAKEN-DATE " " CUT-TAKEN-TIME.
           DISPLAY "Entries moved in from the day before: "
               CUT-MOVED-COUNT.
           IF CUT-IN-FORCE
               DISPLAY "Cutoff IN FORCE - menus writing CUSTFINN"
           ELSE
               DISPLAY "Cutoff lifted " CUT-LIFTED-DATE " "
                   CUT-LIFTED-TIME
           END-IF.
           PERFORM COUNT-AFTER-CUTOFF.
           DISPLAY "Entries taken after cutoff: "
               WS-AFTER-CUTOFF-COUNT " - post " CUT-NEXT-DATE.

       COUNT-AFTER-CUTOFF.
           MOVE 0 TO WS-AFTER-CUTOFF-COUNT.
           SET FILE-NOT-EOF TO TRUE.
           OPEN INPUT NEXT-DAY-TRAN-FILE.
           IF WS-NEXT-STATUS = "00"
               PERFORM COUNT-ONE-AFTER-CUTOFF UNTIL FILE-EOF
               CLOSE NEXT-DAY-TRAN-FILE
           END-IF.
           *> CUSTFINN holds exactly what was keyed between the
           *> cutoff and the lift - it is only emptied when the next
           *> night's cutoff moves it into CUSTFIN.

       COUNT-ONE-AFTER-CUTOFF.
           READ NEXT-DAY-TRAN-FILE
               AT END
                   SET FILE-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-AFTER-CUTOFF-COUNT
           END-READ.
