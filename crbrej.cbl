       IDENTIFICATION DIVISION.
       PROGRAM-ID. CreditBureauRejects.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJECT-FILE ASSIGN TO "CRBREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
           *> What the bureau refused from our monthly file - one
           *> line per account, with its reject code, the field it
           *> objected to and its own wording. Consumed once moved to
           *> the worklist, so a rerun does not list a reject twice.

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
           *> Most rejects are a missing or half-keyed address - each
           *> one is checked against the master and CUSTADDR so the
           *> credit desk starts from what is actually wrong.

           SELECT FIX-WORKLIST-FILE ASSIGN TO "CRBFIX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORKLIST-STATUS.
           *> The correction worklist, appended to - entries stay
           *> until the desk has worked them.

           SELECT REJECT-REPORT-FILE ASSIGN TO "CRBREJR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE.
       01  REJECT-RECORD.
           05 REJ-CUST-ID         PIC 9(10).
           05 REJ-PERIOD          PIC 9(06).
           05 REJ-CODE            PIC X(04).
           05 REJ-FIELD           PIC X(16).
           05 REJ-TEXT            PIC X(40).

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  ADDRESS-FILE.
           COPY CUSTADR.

       FD  FIX-WORKLIST-FILE.
           COPY CRBWRK.

       FD  REJECT-REPORT-FILE.
       01  REJECT-REPORT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-REJECT-STATUS        PIC X(02) VALUE "00".
       01 WS-REJECT-OPEN-STATUS   PIC X(02) VALUE "00".
       01 WS-CUSTOMER-STATUS      PIC X(02) VALUE "00".
       01 WS-ADDRESS-STATUS       PIC X(02) VALUE "00".
       01 WS-WORKLIST-STATUS      PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS        PIC X(02) VALUE "00".

       01 WS-REJECT-EOF-SWITCH    PIC X(01) VALUE "N".
       88 REJECT-EOF              VALUE "Y".
       88 REJECT-NOT-EOF          VALUE "N".

       01 WS-RUN-DATE             PIC 9(08).
       01 WS-FINDING              PIC X(30).

       01 WS-REJECT-COUNT         PIC 9(06) VALUE 0.
       01 WS-EXPLAINED-COUNT      PIC 9(06) VALUE 0.

       01 WS-REPORT-LINE          PIC X(80).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Credit Bureau Rejects Start ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES.
           PERFORM UNTIL REJECT-EOF
               READ REJECT-FILE
                   AT END
                       SET REJECT-EOF TO TRUE
                   NOT AT END
                       PERFORM WORK-ONE-REJECT
               END-READ
           END-PERFORM.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE REJECT-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "REJECTS TO WORKLIST " WS-REJECT-COUNT
               " EXPLAINED BY OUR FILES " WS-EXPLAINED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE REJECT-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM CLOSE-FILES.
           DISPLAY "Rejects: " WS-REJECT-COUNT
               " Explained: " WS-EXPLAINED-COUNT.
           DISPLAY "=== Credit Bureau Rejects End ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       OPEN-FILES.
           OPEN INPUT REJECT-FILE.
           MOVE WS-REJECT-STATUS TO WS-REJECT-OPEN-STATUS.
           IF WS-REJECT-STATUS NOT = "00"
               DISPLAY "No bureau rejects to work"
               SET REJECT-EOF TO TRUE
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           OPEN INPUT ADDRESS-FILE.
           OPEN EXTEND FIX-WORKLIST-FILE.
           IF WS-WORKLIST-STATUS NOT = "00"
               OPEN OUTPUT FIX-WORKLIST-FILE
           END-IF.
           OPEN OUTPUT REJECT-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CREDIT BUREAU REJECTS - RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE REJECT-REPORT-RECORD FROM WS-REPORT-LINE.

       WORK-ONE-REJECT.
           PERFORM DIAGNOSE-ONE-REJECT.
           MOVE REJ-CUST-ID TO CFX-CUST-ID.
           MOVE WS-RUN-DATE TO CFX-DATE.
           MOVE REJ-PERIOD TO CFX-PERIOD.
           MOVE REJ-CODE TO CFX-REJECT-CODE.
           MOVE REJ-FIELD TO CFX-REJECT-FIELD.
           MOVE REJ-TEXT TO CFX-REJECT-TEXT.
           MOVE WS-FINDING TO CFX-FINDING.
           WRITE BUREAU-FIX-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
           IF WS-FINDING NOT = SPACES
               ADD 1 TO WS-EXPLAINED-COUNT
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING REJ-CUST-ID " " REJ-CODE " " REJ-FIELD
               " " WS-FINDING
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE REJECT-REPORT-RECORD FROM WS-REPORT-LINE.

       DIAGNOSE-ONE-REJECT.
           MOVE SPACES TO WS-FINDING.
           IF WS-CUSTOMER-STATUS = "00" OR WS-CUSTOMER-STATUS = "23"
               MOVE REJ-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE "NOT ON CUSTOMER MASTER" TO WS-FINDING
               END-READ
           END-IF.
           IF WS-FINDING = SPACES
               AND (WS-ADDRESS-STATUS = "00"
                    OR WS-ADDRESS-STATUS = "23")
               MOVE REJ-CUST-ID TO ADDR-CUST-ID
               READ ADDRESS-FILE
                   INVALID KEY
                       MOVE "NO CUSTADDR ROW" TO WS-FINDING
                   NOT INVALID KEY
                       IF ADDR-LINE-1 = SPACES
                           OR ADDR-CITY = SPACES
                           OR ADDR-POSTAL = SPACES
                           MOVE "CUSTADDR INCOMPLETE" TO WS-FINDING
                       END-IF
               END-READ
           END-IF.
           *> Blank when our records look complete - the bureau's
           *> own code and text are then the desk's only lead.

       CLOSE-FILES.
           IF WS-REJECT-OPEN-STATUS = "00"
               CLOSE REJECT-FILE
               OPEN OUTPUT REJECT-FILE
               CLOSE REJECT-FILE
           END-IF.
           IF WS-CUSTOMER-STATUS = "00" OR WS-CUSTOMER-STATUS = "23"
               CLOSE CUSTOMER-FILE
           END-IF.
           IF WS-ADDRESS-STATUS = "00" OR WS-ADDRESS-STATUS = "23"
               CLOSE ADDRESS-FILE
           END-IF.
           CLOSE FIX-WORKLIST-FILE.
           CLOSE REJECT-REPORT-FILE.
