       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApplicationAging.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICATION-FILE ASSIGN TO "APPLICN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS APP-KEY
               FILE STATUS IS WS-APPLICATION-STATUS.
           *> New-customer applications from ApplicationMenu - read
           *> only. Pending ones wait on a reviewer; approved ones
           *> wait on the maintenance run that adds them.

           SELECT AGE-CONTROL-FILE ASSIGN TO "APPAGEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           *> The waiting age in days - an application waiting longer
           *> than this is listed. No record means 3 days.

           SELECT AGING-REPORT-FILE ASSIGN TO "APPAGER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           *> The daily pending-applications report - every
           *> application waiting too long, how long, and on whom.

       DATA DIVISION.
       FILE SECTION.
       FD  APPLICATION-FILE.
           COPY CUSTAPP.

       FD  AGE-CONTROL-FILE.
       01  AGE-CTL-RECORD.
           05 CTL-WAIT-DAYS       PIC 9(04).

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-RECORD    PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-APPLICATION-STATUS   PIC X(02) VALUE "00".
       01 WS-CONTROL-STATUS       PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS        PIC X(02) VALUE "00".

       01 WS-APP-EOF-SWITCH       PIC X(01) VALUE "N".
       88 APP-EOF                 VALUE "Y".
       88 APP-NOT-EOF             VALUE "N".

       01 WS-WAIT-LIMIT-DAYS      PIC 9(04) VALUE 3.
       01 WS-RUN-DATE             PIC 9(08).
       01 WS-TODAY-INTEGER        PIC 9(08).
       01 WS-AGE-DAYS             PIC S9(05).
       01 WS-AGE-EDIT             PIC ZZZZ9.
       01 WS-LIMIT-EDIT           PIC Z(06)9.99.

       01 WS-PENDING-COUNT        PIC 9(06) VALUE 0.
       01 WS-AWAITING-ADD-COUNT   PIC 9(06) VALUE 0.
       01 WS-OVERDUE-COUNT        PIC 9(06) VALUE 0.
       01 WS-REPORT-LINE          PIC X(80).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Application Aging Start ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           PERFORM READ-AGE-CONTROL.
           PERFORM OPEN-FILES.
           PERFORM AGE-APPLICATIONS.
           PERFORM WRITE-AGING-TOTALS.
           PERFORM CLOSE-FILES.
           DISPLAY "Pending: " WS-PENDING-COUNT
               " Approved awaiting add: " WS-AWAITING-ADD-COUNT
               " Overdue: " WS-OVERDUE-COUNT.
           DISPLAY "=== Application Aging End ===".
           EVALUATE TRUE
               WHEN WS-OVERDUE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       READ-AGE-CONTROL.
           OPEN INPUT AGE-CONTROL-FILE.
           IF WS-CONTROL-STATUS = "00"
               READ AGE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-WAIT-DAYS IS NUMERIC
                           AND CTL-WAIT-DAYS NOT = 0
                           MOVE CTL-WAIT-DAYS TO WS-WAIT-LIMIT-DAYS
                       END-IF
               END-READ
               CLOSE AGE-CONTROL-FILE
           END-IF.
           *> No APPAGEC record means the 3-day default stands.

       OPEN-FILES.
           OPEN INPUT APPLICATION-FILE.
           OPEN OUTPUT AGING-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PENDING APPLICATIONS - RUN DATE " WS-RUN-DATE
               " WAITING OVER " WS-WAIT-LIMIT-DAYS " DAYS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "WAITING   CUST-ID    NAME       BR      LIMIT"
               TO WS-REPORT-LINE.
           MOVE " ON WHOM   DAYS" TO WS-REPORT-LINE(46:15).
           WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE.
           *> LIMIT is what was asked while pending and what was
           *> approved once approved; ON WHOM is whoever the item
           *> waits behind - the taker for a reviewer to pick up, the
           *> reviewer for an add that never landed.

       AGE-APPLICATIONS.
           IF WS-APPLICATION-STATUS NOT = "00"
               DISPLAY "No application file on record"
           ELSE
               MOVE LOW-VALUES TO APP-KEY
               START APPLICATION-FILE KEY >= APP-KEY
                   INVALID KEY
                       SET APP-EOF TO TRUE
               END-START
               PERFORM UNTIL APP-EOF
                   READ APPLICATION-FILE NEXT RECORD
                       AT END
                           SET APP-EOF TO TRUE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN APP-PENDING
                                   ADD 1 TO WS-PENDING-COUNT
                                   PERFORM AGE-ONE-PENDING
                               WHEN APP-APPROVED
                                   ADD 1 TO WS-AWAITING-ADD-COUNT
                                   PERFORM AGE-ONE-APPROVED
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
           END-IF.

       AGE-ONE-PENDING.
           COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE(APP-TAKEN-DATE).
           IF WS-AGE-DAYS > WS-WAIT-LIMIT-DAYS
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE WS-AGE-DAYS TO WS-AGE-EDIT
               MOVE APP-REQUESTED-LIMIT TO WS-LIMIT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "PENDING   " APP-CUST-ID
                   " " APP-CUST-NAME
                   " " APP-BRANCH
                   " " WS-LIMIT-EDIT
                   " " APP-TAKEN-BY
                   " " WS-AGE-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           *> Waiting on a reviewer since the day it was taken.

       AGE-ONE-APPROVED.
           COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER
               - FUNCTION INTEGER-OF-DATE(APP-DECIDED-DATE).
           IF WS-AGE-DAYS > WS-WAIT-LIMIT-DAYS
               ADD 1 TO WS-OVERDUE-COUNT
               MOVE WS-AGE-DAYS TO WS-AGE-EDIT
               MOVE APP-APPROVED-LIMIT TO WS-LIMIT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "NOT ADDED " APP-CUST-ID
                   " " APP-CUST-NAME
                   " " APP-BRANCH
                   " " WS-LIMIT-EDIT
                   " " APP-REVIEWER
                   " " WS-AGE-EDIT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           *> Approved but still not on the master - the queued add
           *> was rejected by the edit or the maintenance run, and
           *> CUSTMLOG says why.

       WRITE-AGING-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PENDING " WS-PENDING-COUNT
               " APPROVED AWAITING ADD " WS-AWAITING-ADD-COUNT
               " OVERDUE " WS-OVERDUE-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE AGING-REPORT-RECORD FROM WS-REPORT-LINE.

       CLOSE-FILES.
           IF WS-APPLICATION-STATUS = "00"
               OR WS-APPLICATION-STATUS = "10"
               OR WS-APPLICATION-STATUS = "23"
               CLOSE APPLICATION-FILE
           END-IF.
           CLOSE AGING-REPORT-FILE.
