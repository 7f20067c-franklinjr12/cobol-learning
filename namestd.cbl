           *> Standardized "Last, First" full-name field, one per
           *> input record - built on Strings.cbl's STRING logic.

           SELECT NAME-FILE ASSIGN TO "CUSTLNAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNAM-CUST-ID
               FILE STATUS IS WS-NAME-STATUS.
           *> The full-name companion file the statements and
           *> letters address customers by. An input record that
           *> carries its CUST-ID has the name stored there too,
           *> written First Last the way an envelope reads.

       DATA DIVISION.
       FILE SECTION.
       FD  NAME-INPUT.
       01  NAME-IN-RECORD.
           05 IN-FIRST-NAME      PIC X(20).
           05 IN-LAST-NAME       PIC X(20).
           05 IN-CUST-ID         PIC X(10).
           *> Optional - spaces on the older extracts, which only
           *> want NAMEOUT.

       FD  NAME-OUTPUT.
       01  NAME-OUT-RECORD.
           05 OUT-FULL-NAME      PIC X(42).

       FD  NAME-FILE.
           COPY CUSTLNM.

       WORKING-STORAGE SECTION.
       01 WS-IN-STATUS           PIC X(02) VALUE "00".
       01 WS-OUT-STATUS          PIC X(02) VALUE "00".
       01 WS-NAME-STATUS         PIC X(02) VALUE "00".
       01 WS-NAME-FILE-SWITCH    PIC X(01) VALUE "N".
       88 NAME-FILE-OPEN         VALUE "Y".
       88 NAME-FILE-ABSENT       VALUE "N".

       01 WS-IN-EOF-SWITCH       PIC X(01) VALUE "N".
       88 NAME-IN-EOF            VALUE "Y".
       88 NAME-IN-NOT-EOF        VALUE "N".

       01 WS-RECORD-COUNT        PIC 9(06) VALUE 0.
       01 WS-NAME-STORED-COUNT   PIC 9(06) VALUE 0.
       01 WS-NAME-FAILED-COUNT   PIC 9(06) VALUE 0.
       01 WS-LEGAL-NAME          PIC X(60).

       COPY ALERTLNK.

           END-PERFORM.
           PERFORM CLOSE-FILES.
           DISPLAY "Records standardized: " WS-RECORD-COUNT.
           DISPLAY "Full names stored: " WS-NAME-STORED-COUNT
               " Not stored: " WS-NAME-FAILED-COUNT.
           DISPLAY "=== Name Standardization End ===".
           EVALUATE TRUE
               WHEN WS-IN-STATUS NOT = "00" AND WS-IN-STATUS NOT = "10"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NAME-FAILED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE >= 8
               PERFORM WRITE-OPERATOR-ALERT
           END-IF.
               SET NAME-IN-EOF TO TRUE
           END-IF.
           OPEN OUTPUT NAME-OUTPUT.
           OPEN I-O NAME-FILE.
           IF WS-NAME-STATUS = "35"
               OPEN OUTPUT NAME-FILE
               CLOSE NAME-FILE
               OPEN I-O NAME-FILE
           END-IF.
           IF WS-NAME-STATUS = "00"
               SET NAME-FILE-OPEN TO TRUE
           END-IF.

       READ-NAME-INPUT.
           READ NAME-INPUT
               INTO OUT-FULL-NAME.
           WRITE NAME-OUT-RECORD.
           ADD 1 TO WS-RECORD-COUNT.
           IF IN-CUST-ID IS NUMERIC AND IN-CUST-ID NOT = ZEROS
               AND NAME-FILE-OPEN
               PERFORM STORE-FULL-NAME
           END-IF.

       STORE-FULL-NAME.
           MOVE SPACES TO WS-LEGAL-NAME.
           STRING IN-FIRST-NAME DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               IN-LAST-NAME DELIMITED BY SPACE
               INTO WS-LEGAL-NAME.
           MOVE IN-CUST-ID TO LNAM-CUST-ID.
           READ NAME-FILE
               INVALID KEY
                   MOVE SPACES TO LNAM-TRADING-NAME
                   MOVE SPACES TO LNAM-ATTENTION
                   MOVE WS-LEGAL-NAME TO LNAM-LEGAL-NAME
                   PERFORM STAMP-NAME-ROW
                   WRITE CUSTOMER-NAME-RECORD
               NOT INVALID KEY
                   MOVE WS-LEGAL-NAME TO LNAM-LEGAL-NAME
                   PERFORM STAMP-NAME-ROW
                   REWRITE CUSTOMER-NAME-RECORD
           END-READ.
           IF WS-NAME-STATUS = "00"
               ADD 1 TO WS-NAME-STORED-COUNT
           ELSE
               ADD 1 TO WS-NAME-FAILED-COUNT
               DISPLAY "Full name not stored for " IN-CUST-ID
                   " - status " WS-NAME-STATUS
           END-IF.
           *> Only the legal name is loaded - a trading name or a
           *> contact already kept at the menu stays as it was.

       STAMP-NAME-ROW.
           ACCEPT LNAM-SET-DATE FROM DATE YYYYMMDD.
           MOVE "NAMESTD" TO LNAM-SET-BY.

       CLOSE-FILES.
           IF WS-IN-STATUS = "00" OR WS-IN-STATUS = "10"
               CLOSE NAME-INPUT
           END-IF.
           CLOSE NAME-OUTPUT.
           IF NAME-FILE-OPEN
               CLOSE NAME-FILE
           END-IF.

       WRITE-OPERATOR-ALERT.
           MOVE "NameStandardization" TO ALERT-PROGRAM-NAME.
