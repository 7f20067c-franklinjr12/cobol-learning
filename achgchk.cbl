       IDENTIFICATION DIVISION.
       PROGRAM-ID. AddressChangeCheck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDRESS-CHANGE-FILE ASSIGN TO "ADDRCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDR-CHANGE-STATUS.
           *> The address change log the menu and the maintenance
           *> run append to. Read through afresh on every call -
           *> the menu may log a change while a caller is still up,
           *> and a change it missed is the one that costs money.

           SELECT WINDOW-CONTROL-FILE ASSIGN TO "ADDRCHGC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           *> How many days a changed address holds refunds and
           *> payee changes back - same drop-a-record pattern as
           *> every other control file. No record means 30 days.

       DATA DIVISION.
       FILE SECTION.
       FD  ADDRESS-CHANGE-FILE.
           COPY CUSTACH.

       FD  WINDOW-CONTROL-FILE.
       01  WINDOW-CTL-RECORD.
           05 CTL-WINDOW-DAYS     PIC 9(04).

       WORKING-STORAGE SECTION.
       01 WS-ADDR-CHANGE-STATUS   PIC X(02) VALUE "00".
       01 WS-CONTROL-STATUS       PIC X(02) VALUE "00".

       01 WS-CHECK-STATE          PIC X(01) VALUE " ".
       88 CHECK-UNTRIED           VALUE " ".
       88 CHECK-READY             VALUE "R".
       *> The control record and today's date are taken on the
       *> first call and held for the run.

       01 WS-CHANGE-EOF-SWITCH    PIC X(01).
       88 CHANGE-EOF              VALUE "Y".
       88 CHANGE-NOT-EOF          VALUE "N".

       01 WS-WINDOW-DAYS          PIC 9(04) VALUE 30.
       01 WS-RUN-DATE             PIC 9(08).
       01 WS-TODAY-INTEGER        PIC 9(08).
       01 WS-CHANGE-AGE           PIC S9(05).
       01 WS-UNTIL-INTEGER        PIC 9(08).

       LINKAGE SECTION.
       COPY ACHKLNK.

       PROCEDURE DIVISION USING ACHK-CALL-AREA.
       MAIN-LOGIC.
           IF CHECK-UNTRIED
               PERFORM PREPARE-CHECK
           END-IF.
           SET ACHK-NOT-RECENT TO TRUE.
           MOVE 0 TO ACHK-CHANGE-DATE.
           MOVE SPACES TO ACHK-CHANGE-OPERATOR.
           MOVE 0 TO ACHK-HOLD-UNTIL.
           MOVE WS-WINDOW-DAYS TO ACHK-WINDOW-DAYS.
           PERFORM SCAN-CHANGE-LOG.
           IF ACHK-CHANGE-DATE NOT = 0
               PERFORM WEIGH-LATEST-CHANGE
           END-IF.
           EXIT PROGRAM.

       PREPARE-CHECK.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           OPEN INPUT WINDOW-CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ WINDOW-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-WINDOW-DAYS IS NUMERIC
                           MOVE CTL-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
               END-READ
               CLOSE WINDOW-CONTROL-FILE
           END-IF.
           SET CHECK-READY TO TRUE.
           *> A window of zero holds an account back on the day of
           *> the change only.

       SCAN-CHANGE-LOG.
           SET CHANGE-NOT-EOF TO TRUE.
           OPEN INPUT ADDRESS-CHANGE-FILE.
           IF WS-ADDR-CHANGE-STATUS NOT = "00"
               SET CHANGE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL CHANGE-EOF
               READ ADDRESS-CHANGE-FILE
                   AT END
                       SET CHANGE-EOF TO TRUE
                   NOT AT END
                       IF ACHG-CUST-ID = ACHK-CUST-ID
                           AND ACHG-DATE IS NUMERIC
                           AND ACHG-DATE NOT = 0
                           AND ACHG-DATE NOT < ACHK-CHANGE-DATE
                           MOVE ACHG-DATE TO ACHK-CHANGE-DATE
                           MOVE ACHG-OPERATOR
                               TO ACHK-CHANGE-OPERATOR
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-ADDR-CHANGE-STATUS = "00"
               OR WS-ADDR-CHANGE-STATUS = "10"
               CLOSE ADDRESS-CHANGE-FILE
           END-IF.
           *> No ADDRCHG means no address was ever changed through
           *> the logged paths - nothing is held.

       WEIGH-LATEST-CHANGE.
           COMPUTE WS-CHANGE-AGE = WS-TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE(ACHK-CHANGE-DATE).
           IF WS-CHANGE-AGE <= WS-WINDOW-DAYS
               SET ACHK-RECENTLY-CHANGED TO TRUE
               COMPUTE WS-UNTIL-INTEGER =
                   FUNCTION INTEGER-OF-DATE(ACHK-CHANGE-DATE)
                   + WS-WINDOW-DAYS
               COMPUTE ACHK-HOLD-UNTIL =
                   FUNCTION DATE-OF-INTEGER(WS-UNTIL-INTEGER)
           END-IF.
