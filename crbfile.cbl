       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreditBureauFile.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSED-SNAPSHOT-FILE ASSIGN TO "CLOSESNP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOSED-SNAP-STATUS.
           *> Left by PeriodClose - the period just closed and the
           *> snapshot generation that froze its balances. Runs
           *> after the close; without it there is nothing to report.

           SELECT SNAPSHOT-FILE ASSIGN TO DYNAMIC WS-SNAPSHOT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-STATUS.
           *> The closed period's balances and ladder statuses, as
           *> the month ended - not whatever CUSTBALF says by the
           *> time this runs.

           SELECT BUREAU-CONTROL-FILE ASSIGN TO "CRBCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           *> Our subscriber code with the bureau. No record sends a
           *> blank code, which the bureau refuses the whole file
           *> for - so the run ends with a warning.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.

           SELECT ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ADDR-CUST-ID
               FILE STATUS IS WS-ADDRESS-STATUS.
           *> Name and address for the bureau. An account with no
           *> address row still goes - blank - and is counted on the
           *> report; the bureau's reject brings it back for fixing.

           SELECT BUREAU-FILE ASSIGN TO "CRBOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUREAU-STATUS.
           *> The month's HDR/TRL file for the bureau, rewritten by a
           *> rerun the way GlInterface rewrites GLINTF.

           SELECT BUREAU-REPORT-FILE ASSIGN TO "CRBOUTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           *> Counts by bureau status, disputed accounts and the
           *> balance total to prove the trailer against.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSED-SNAPSHOT-FILE.
       01  CLOSED-SNAPSHOT-RECORD.
           05 CSN-CLOSED-PERIOD   PIC 9(06).
           05 CSN-SNAPSHOT-NAME   PIC X(17).
           05 CSN-SNAPSHOT-DATE   PIC 9(08).

       FD  SNAPSHOT-FILE.
       01  SNAPSHOT-RECORD        PIC X(37).

       FD  BUREAU-CONTROL-FILE.
       01  BUREAU-CTL-RECORD.
           05 CTL-SUBSCRIBER      PIC X(10).

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  ADDRESS-FILE.
           COPY CUSTADR.

       FD  BUREAU-FILE.
           COPY CRBFILE.

       FD  BUREAU-REPORT-FILE.
       01  BUREAU-REPORT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CLOSED-SNAP-STATUS   PIC X(02) VALUE "00".
       01 WS-SNAPSHOT-STATUS      PIC X(02) VALUE "00".
       01 WS-CONTROL-STATUS       PIC X(02) VALUE "00".
       01 WS-CUSTOMER-STATUS      PIC X(02) VALUE "00".
       01 WS-ADDRESS-STATUS       PIC X(02) VALUE "00".
       01 WS-BUREAU-STATUS        PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS        PIC X(02) VALUE "00".

       01 WS-SNAPSHOT-EOF-SWITCH  PIC X(01) VALUE "N".
       88 SNAPSHOT-EOF            VALUE "Y".
       88 SNAPSHOT-NOT-EOF        VALUE "N".

       01 WS-RUN-DATE             PIC 9(08).
       01 WS-CLOSE-PERIOD         PIC 9(06) VALUE 0.
       01 WS-SNAPSHOT-NAME        PIC X(17) VALUE SPACES.
       01 WS-SNAPSHOT-DATE        PIC 9(08) VALUE 0.
       01 WS-SUBSCRIBER           PIC X(10) VALUE SPACES.
       01 WS-SNAPSHOT-INTEGER     PIC 9(07).
       01 WS-AGE-DAYS             PIC S9(05).

       COPY CUSTBAL.
       *> Each snapshot line read into the live layout - the
       *> snapshot is the CUSTBALF record image, byte for byte.

       01 WS-ACCOUNT-COUNT        PIC 9(07) VALUE 0.
       01 WS-BALANCE-TOTAL        PIC 9(11)V99 VALUE 0.
       01 WS-CURRENT-COUNT        PIC 9(07) VALUE 0.
       01 WS-PAID-COUNT           PIC 9(07) VALUE 0.
       01 WS-LATE-COUNT           PIC 9(07) VALUE 0.
       01 WS-COLLECTIONS-COUNT    PIC 9(07) VALUE 0.
       01 WS-WRITTEN-OFF-COUNT    PIC 9(07) VALUE 0.
       01 WS-DISPUTED-COUNT       PIC 9(07) VALUE 0.
       01 WS-NO-ADDRESS-COUNT     PIC 9(07) VALUE 0.

       01 WS-REPORT-LINE          PIC X(80).
       01 WS-TOTAL-EDIT           PIC Z(10)9.99.

       COPY DSPTLNK.

       COPY ALERTLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Credit Bureau File Start ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM FIND-CLOSED-SNAPSHOT.
           IF WS-CLOSED-SNAP-STATUS NOT = "00"
               OR WS-SNAPSHOT-STATUS NOT = "00"
               DISPLAY "No closed-period snapshot - CLS="
                   WS-CLOSED-SNAP-STATUS
                   " SNP=" WS-SNAPSHOT-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM WRITE-OPERATOR-ALERT
               STOP RUN
           END-IF.
           *> No bureau file is better than one built from the live
           *> balances under a closed period's name.
           PERFORM READ-SUBSCRIBER-CODE.
           PERFORM OPEN-FILES.
           PERFORM UNTIL SNAPSHOT-EOF
               READ SNAPSHOT-FILE INTO CUST-BALANCE-RECORD
                   AT END
                       SET SNAPSHOT-EOF TO TRUE
                   NOT AT END
                       PERFORM REPORT-ONE-ACCOUNT
               END-READ
           END-PERFORM.
           PERFORM WRITE-BUREAU-TRAILER.
           PERFORM WRITE-BUREAU-TOTALS.
           PERFORM CLOSE-FILES.
           DISPLAY "Period " WS-CLOSE-PERIOD " - accounts reported: "
               WS-ACCOUNT-COUNT " Disputed: " WS-DISPUTED-COUNT.
           DISPLAY "=== Credit Bureau File End ===".
           EVALUATE TRUE
               WHEN WS-SUBSCRIBER = SPACES
                   MOVE 4 TO RETURN-CODE
               WHEN WS-NO-ADDRESS-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       FIND-CLOSED-SNAPSHOT.
           OPEN INPUT CLOSED-SNAPSHOT-FILE.
           IF WS-CLOSED-SNAP-STATUS = "00"
               READ CLOSED-SNAPSHOT-FILE
                   AT END
                       MOVE "10" TO WS-CLOSED-SNAP-STATUS
                   NOT AT END
                       MOVE CSN-CLOSED-PERIOD TO WS-CLOSE-PERIOD
                       MOVE CSN-SNAPSHOT-NAME TO WS-SNAPSHOT-NAME
                       MOVE CSN-SNAPSHOT-DATE TO WS-SNAPSHOT-DATE
               END-READ
               CLOSE CLOSED-SNAPSHOT-FILE
           END-IF.
           IF WS-CLOSED-SNAP-STATUS = "00"
               OPEN INPUT SNAPSHOT-FILE
           END-IF.

       READ-SUBSCRIBER-CODE.
           OPEN INPUT BUREAU-CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ BUREAU-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-SUBSCRIBER TO WS-SUBSCRIBER
               END-READ
               CLOSE BUREAU-CONTROL-FILE
           END-IF.
           IF WS-SUBSCRIBER = SPACES
               DISPLAY "No subscriber code on CRBCTL"
           END-IF.

       OPEN-FILES.
           COMPUTE WS-SNAPSHOT-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-SNAPSHOT-DATE).
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT ADDRESS-FILE.
           OPEN OUTPUT BUREAU-FILE.
           OPEN OUTPUT BUREAU-REPORT-FILE.
           MOVE SPACES TO BUREAU-FILE-RECORD.
           SET CRB-HEADER TO TRUE.
           MOVE WS-SUBSCRIBER TO CRB-SUBSCRIBER.
           MOVE WS-CLOSE-PERIOD TO CRB-PERIOD.
           MOVE WS-RUN-DATE TO CRB-RUN-DATE.
           WRITE BUREAU-FILE-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CREDIT BUREAU FILE - PERIOD " WS-CLOSE-PERIOD
               " FROM " WS-SNAPSHOT-NAME
               " RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE BUREAU-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE BUREAU-REPORT-RECORD FROM WS-REPORT-LINE.

       REPORT-ONE-ACCOUNT.
           MOVE SPACES TO BUREAU-FILE-RECORD.
           SET CRB-ACCOUNT TO TRUE.
           MOVE BAL-CUST-ID TO CRB-CUST-ID.
           IF BAL-CURRENT > 0
               MOVE BAL-CURRENT TO CRB-BALANCE
           ELSE
               MOVE 0 TO CRB-BALANCE
           END-IF.
           MOVE BAL-CREDIT-LIMIT TO CRB-CREDIT-LIMIT.
           MOVE BAL-LAST-POST-DATE TO CRB-LAST-POST-DATE.
           PERFORM SET-BUREAU-STATUS.
           PERFORM SET-DAYS-PAST-DUE.
           PERFORM LOOK-UP-NAME-AND-ADDRESS.
           MOVE BAL-CUST-ID TO DSPT-CUST-ID.
           CALL "DisputedAmount" USING DSPT-CALL-AREA.
           IF DSPT-OPEN-COUNT > 0
               MOVE "Y" TO CRB-DISPUTED
               ADD 1 TO WS-DISPUTED-COUNT
           ELSE
               MOVE "N" TO CRB-DISPUTED
           END-IF.
           WRITE BUREAU-FILE-RECORD.
           ADD 1 TO WS-ACCOUNT-COUNT.
           ADD CRB-BALANCE TO WS-BALANCE-TOTAL.

       SET-BUREAU-STATUS.
           EVALUATE TRUE
               WHEN DELINQ-WRITTEN-OFF
                   SET CRB-STATUS-WRITTEN-OFF TO TRUE
                   ADD 1 TO WS-WRITTEN-OFF-COUNT
               WHEN BAL-CURRENT NOT > 0
                   SET CRB-STATUS-PAID TO TRUE
                   ADD 1 TO WS-PAID-COUNT
               WHEN DELINQ-COLLECTIONS
                   SET CRB-STATUS-COLLECTIONS TO TRUE
                   ADD 1 TO WS-COLLECTIONS-COUNT
               WHEN DELINQ-LATE
               WHEN DELINQ-SERIOUS
                   SET CRB-STATUS-LATE TO TRUE
                   ADD 1 TO WS-LATE-COUNT
               WHEN OTHER
                   SET CRB-STATUS-CURRENT TO TRUE
                   ADD 1 TO WS-CURRENT-COUNT
           END-EVALUATE.
           *> Written off stays written off whatever is left on it;
           *> otherwise an account owing nothing is reported paid,
           *> and the rest follow the ladder ReceivablesAging left
           *> on the snapshot - late and serious both report late.

       SET-DAYS-PAST-DUE.
           MOVE 0 TO CRB-DAYS-PAST-DUE.
           IF BAL-CURRENT > 0
               AND NOT DELINQ-CURRENT
               AND BAL-LAST-POST-DATE NOT = 0
               COMPUTE WS-AGE-DAYS = WS-SNAPSHOT-INTEGER
                   - FUNCTION INTEGER-OF-DATE(BAL-LAST-POST-DATE)
                   - 30
               IF WS-AGE-DAYS > 999
                   MOVE 999 TO WS-AGE-DAYS
               END-IF
               IF WS-AGE-DAYS > 0
                   MOVE WS-AGE-DAYS TO CRB-DAYS-PAST-DUE
               END-IF
           END-IF.
           *> Aged the way ReceivablesAging ages - days since the
           *> last posting as the period closed - with the first 30
           *> days, its current bucket, not yet past due.

       LOOK-UP-NAME-AND-ADDRESS.
           IF WS-CUSTOMER-STATUS = "00" OR WS-CUSTOMER-STATUS = "23"
               MOVE BAL-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-NAME TO CRB-NAME
               END-READ
           END-IF.
           IF WS-ADDRESS-STATUS = "00" OR WS-ADDRESS-STATUS = "23"
               MOVE BAL-CUST-ID TO ADDR-CUST-ID
               READ ADDRESS-FILE
                   INVALID KEY
                       ADD 1 TO WS-NO-ADDRESS-COUNT
                   NOT INVALID KEY
                       MOVE ADDR-LINE-1 TO CRB-ADDR-LINE-1
                       MOVE ADDR-LINE-2 TO CRB-ADDR-LINE-2
                       MOVE ADDR-CITY TO CRB-CITY
                       MOVE ADDR-POSTAL TO CRB-POSTAL
               END-READ
           ELSE
               ADD 1 TO WS-NO-ADDRESS-COUNT
           END-IF.

       WRITE-BUREAU-TRAILER.
           MOVE SPACES TO BUREAU-FILE-RECORD.
           SET CRB-TRAILER TO TRUE.
           MOVE WS-ACCOUNT-COUNT TO CRB-RECORD-COUNT.
           MOVE WS-BALANCE-TOTAL TO CRB-BALANCE-TOTAL.
           WRITE BUREAU-FILE-RECORD.

       WRITE-BUREAU-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ACCOUNTS REPORTED " WS-ACCOUNT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE BUREAU-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  CURRENT (11)      " WS-CURRENT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE BUREAU-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  PAID (13)         " WS-PAID-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE BUREAU-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  LATE (71)         " WS-LATE-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE BUREAU-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  COLLECTIONS (93)  " WS-COLLECTIONS-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE BUREAU-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  WRITTEN OFF (97)  " WS-WRITTEN-OFF-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE BUREAU-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "FLAGGED DISPUTED  " WS-DISPUTED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE BUREAU-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "NO ADDRESS ON FILE " WS-NO-ADDRESS-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE BUREAU-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-BALANCE-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "BALANCE TOTAL     " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE BUREAU-REPORT-RECORD FROM WS-REPORT-LINE.
           IF WS-SUBSCRIBER = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING "*** NO SUBSCRIBER CODE ON CRBCTL - "
                   "SET IT AND RERUN BEFORE SENDING ***"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE BUREAU-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       CLOSE-FILES.
           CLOSE SNAPSHOT-FILE.
           IF WS-CUSTOMER-STATUS = "00" OR WS-CUSTOMER-STATUS = "23"
               CLOSE CUSTOMER-FILE
           END-IF.
           IF WS-ADDRESS-STATUS = "00" OR WS-ADDRESS-STATUS = "23"
               CLOSE ADDRESS-FILE
           END-IF.
           CLOSE BUREAU-FILE.
           CLOSE BUREAU-REPORT-FILE.

       WRITE-OPERATOR-ALERT.
           MOVE "CreditBureauFile" TO ALERT-PROGRAM-NAME.
           MOVE RETURN-CODE TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-FILE-STATUSES.
           STRING "CLS=" WS-CLOSED-SNAP-STATUS
               " SNP=" WS-SNAPSHOT-STATUS
               DELIMITED BY SIZE INTO ALERT-FILE-STATUSES.
           MOVE "RUN PERIODCLOSE FIRST THEN RERUN"
               TO ALERT-ACTION-TEXT.
           CALL "AlertWriter" USING ALERT-CALL-AREA.
