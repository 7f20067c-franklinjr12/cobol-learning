       IDENTIFICATION DIVISION.
       PROGRAM-ID. BranchLookup.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-TABLE-FILE ASSIGN TO "BRANCHES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TABLE-STATUS.
           *> One line per branch - code, name, and the CUST-ID range
           *> its accounts were opened in. Loaded on the first call
           *> and kept for the run.

           SELECT BRANCH-FILE ASSIGN TO "CUSTBRCH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRN-CUST-ID
               FILE STATUS IS WS-BRANCH-STATUS.
           *> Each customer's branch. Opened input on the first
           *> lookup and left open; reopened I-O the first time a
           *> caller sets a branch, and created then if it is not
           *> there yet.

       DATA DIVISION.
       FILE SECTION.
       FD  BRANCH-TABLE-FILE.
       01  BRANCH-TABLE-RECORD.
           05 BRT-CODE            PIC X(02).
           05 BRT-NAME            PIC X(20).
           05 BRT-ID-LOW          PIC 9(10).
           05 BRT-ID-HIGH         PIC 9(10).

       FD  BRANCH-FILE.
           COPY CUSTBRN.

       WORKING-STORAGE SECTION.
       01 WS-TABLE-STATUS         PIC X(02) VALUE "00".
       01 WS-BRANCH-STATUS        PIC X(02) VALUE "00".

       01 WS-TABLE-STATE          PIC X(01) VALUE " ".
       88 TABLE-UNTRIED           VALUE " ".
       88 TABLE-LOADED            VALUE "L".
       01 WS-TABLE-EOF-SWITCH     PIC X(01) VALUE "N".
       88 TABLE-EOF               VALUE "Y".
       88 TABLE-NOT-EOF           VALUE "N".

       01 WS-BRANCH-FILE-STATE    PIC X(01) VALUE " ".
       88 BRANCH-FILE-UNTRIED     VALUE " ".
       88 BRANCH-FILE-INPUT       VALUE "I".
       88 BRANCH-FILE-UPDATE      VALUE "U".
       88 BRANCH-FILE-ABSENT      VALUE "A".

       01 WS-BRANCH-TABLE.
           05 WS-BRANCH-ENTRY OCCURS 9 TIMES.
               10 WS-BRT-CODE     PIC X(02).
               10 WS-BRT-NAME     PIC X(20).
               10 WS-BRT-ID-LOW   PIC 9(10).
               10 WS-BRT-ID-HIGH  PIC 9(10).
       01 WS-BRANCH-COUNT         PIC 9(02) VALUE 0.
       01 WS-BRANCH-INDEX         PIC 9(02).
       01 WS-FOUND-INDEX          PIC 9(02).
       *> Nine branches is room for the book to grow - a tenth
       *> line on BRANCHES is ignored, with a console warning.

       01 WS-RUN-DATE             PIC 9(08).

       LINKAGE SECTION.
       COPY BRNLNK.

       PROCEDURE DIVISION USING BRNL-CALL-AREA.
       MAIN-LOGIC.
           IF TABLE-UNTRIED
               PERFORM LOAD-BRANCH-TABLE
           END-IF.
           MOVE WS-BRANCH-COUNT TO BRNL-BRANCH-COUNT.
           SET BRNL-OK TO TRUE.
           EVALUATE TRUE
               WHEN BRNL-LOOKUP
                   PERFORM LOOK-UP-CUSTOMER-BRANCH
               WHEN BRNL-VALIDATE
                   PERFORM VALIDATE-BRANCH-CODE
               WHEN BRNL-NTH-BRANCH
                   PERFORM RETURN-NTH-BRANCH
               WHEN BRNL-SET-BRANCH
                   PERFORM SET-CUSTOMER-BRANCH
               WHEN OTHER
                   SET BRNL-FAILED TO TRUE
           END-EVALUATE.
           EXIT PROGRAM.

       LOAD-BRANCH-TABLE.
           SET TABLE-LOADED TO TRUE.
           OPEN INPUT BRANCH-TABLE-FILE.
           IF WS-TABLE-STATUS NOT = "00"
               SET TABLE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL TABLE-EOF
               READ BRANCH-TABLE-FILE
                   AT END
                       SET TABLE-EOF TO TRUE
                   NOT AT END
                       PERFORM KEEP-ONE-BRANCH
               END-READ
           END-PERFORM.
           IF WS-TABLE-STATUS = "00" OR WS-TABLE-STATUS = "10"
               CLOSE BRANCH-TABLE-FILE
           END-IF.

       KEEP-ONE-BRANCH.
           IF BRT-CODE = SPACES OR BRT-CODE = "00"
               CONTINUE
           ELSE
               IF WS-BRANCH-COUNT < 9
                   ADD 1 TO WS-BRANCH-COUNT
                   MOVE BRT-CODE TO WS-BRT-CODE(WS-BRANCH-COUNT)
                   MOVE BRT-NAME TO WS-BRT-NAME(WS-BRANCH-COUNT)
                   MOVE BRT-ID-LOW TO WS-BRT-ID-LOW(WS-BRANCH-COUNT)
                   MOVE BRT-ID-HIGH TO WS-BRT-ID-HIGH(WS-BRANCH-COUNT)
               ELSE
                   DISPLAY "BRANCHES has more than 9 branches - "
                       BRT-CODE " ignored"
               END-IF
           END-IF.

       OPEN-BRANCH-FILE.
           OPEN INPUT BRANCH-FILE.
           IF WS-BRANCH-STATUS = "00"
               SET BRANCH-FILE-INPUT TO TRUE
           ELSE
               SET BRANCH-FILE-ABSENT TO TRUE
           END-IF.
           *> No CUSTBRCH yet means nobody has been placed by hand -
           *> every customer falls back on its ID range.

       LOOK-UP-CUSTOMER-BRANCH.
           IF BRANCH-FILE-UNTRIED
               PERFORM OPEN-BRANCH-FILE
           END-IF.
           SET BRNL-UNASSIGNED TO TRUE.
           IF BRANCH-FILE-INPUT OR BRANCH-FILE-UPDATE
               MOVE BRNL-CUST-ID TO BRN-CUST-ID
               READ BRANCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET BRNL-FROM-ROW TO TRUE
                       MOVE BRN-CODE TO BRNL-BRANCH-CODE
               END-READ
           END-IF.
           IF BRNL-UNASSIGNED
               PERFORM FIND-ID-RANGE
               IF WS-FOUND-INDEX > 0
                   SET BRNL-FROM-RANGE TO TRUE
                   MOVE WS-BRT-CODE(WS-FOUND-INDEX)
                       TO BRNL-BRANCH-CODE
               END-IF
           END-IF.
           IF BRNL-UNASSIGNED
               SET BRNL-FAILED TO TRUE
               PERFORM RETURN-NO-BRANCH
           ELSE
               PERFORM VALIDATE-BRANCH-CODE
               IF BRNL-FAILED
                   PERFORM RETURN-NO-BRANCH
               END-IF
           END-IF.
           *> A row naming a branch since taken off BRANCHES counts
           *> as no branch at all, so its money still lands somewhere
           *> a report prints.

       FIND-ID-RANGE.
           MOVE 0 TO WS-FOUND-INDEX.
           PERFORM CHECK-ONE-ID-RANGE
               VARYING WS-BRANCH-INDEX FROM 1 BY 1
               UNTIL WS-BRANCH-INDEX > WS-BRANCH-COUNT
                  OR WS-FOUND-INDEX > 0.

       CHECK-ONE-ID-RANGE.
           IF BRNL-CUST-ID >= WS-BRT-ID-LOW(WS-BRANCH-INDEX)
               AND BRNL-CUST-ID <= WS-BRT-ID-HIGH(WS-BRANCH-INDEX)
               MOVE WS-BRANCH-INDEX TO WS-FOUND-INDEX
           END-IF.

       VALIDATE-BRANCH-CODE.
           MOVE 0 TO WS-FOUND-INDEX.
           PERFORM CHECK-ONE-BRANCH-CODE
               VARYING WS-BRANCH-INDEX FROM 1 BY 1
               UNTIL WS-BRANCH-INDEX > WS-BRANCH-COUNT
                  OR WS-FOUND-INDEX > 0.
           IF WS-FOUND-INDEX > 0
               SET BRNL-OK TO TRUE
               MOVE WS-FOUND-INDEX TO BRNL-BRANCH-INDEX
               MOVE WS-BRT-NAME(WS-FOUND-INDEX) TO BRNL-BRANCH-NAME
           ELSE
               SET BRNL-FAILED TO TRUE
               MOVE 10 TO BRNL-BRANCH-INDEX
               MOVE SPACES TO BRNL-BRANCH-NAME
           END-IF.

       CHECK-ONE-BRANCH-CODE.
           IF WS-BRT-CODE(WS-BRANCH-INDEX) = BRNL-BRANCH-CODE
               MOVE WS-BRANCH-INDEX TO WS-FOUND-INDEX
           END-IF.

       RETURN-NTH-BRANCH.
           EVALUATE TRUE
               WHEN BRNL-BRANCH-INDEX = 10
                   PERFORM RETURN-NO-BRANCH
               WHEN BRNL-BRANCH-INDEX >= 1
                   AND BRNL-BRANCH-INDEX <= WS-BRANCH-COUNT
                   MOVE WS-BRT-CODE(BRNL-BRANCH-INDEX)
                       TO BRNL-BRANCH-CODE
                   MOVE WS-BRT-NAME(BRNL-BRANCH-INDEX)
                       TO BRNL-BRANCH-NAME
               WHEN OTHER
                   SET BRNL-FAILED TO TRUE
                   MOVE SPACES TO BRNL-BRANCH-CODE
                   MOVE SPACES TO BRNL-BRANCH-NAME
           END-EVALUATE.

       RETURN-NO-BRANCH.
           MOVE "00" TO BRNL-BRANCH-CODE.
           MOVE 10 TO BRNL-BRANCH-INDEX.
           IF WS-BRANCH-COUNT = 0
               MOVE "WHOLE BOOK" TO BRNL-BRANCH-NAME
           ELSE
               MOVE "NO BRANCH" TO BRNL-BRANCH-NAME
           END-IF.

       SET-CUSTOMER-BRANCH.
           PERFORM VALIDATE-BRANCH-CODE.
           IF BRNL-OK
               PERFORM OPEN-BRANCH-FILE-FOR-UPDATE
               IF BRANCH-FILE-UPDATE
                   PERFORM STORE-CUSTOMER-BRANCH
               ELSE
                   SET BRNL-FAILED TO TRUE
               END-IF
           END-IF.

       OPEN-BRANCH-FILE-FOR-UPDATE.
           IF BRANCH-FILE-INPUT
               CLOSE BRANCH-FILE
           END-IF.
           IF NOT BRANCH-FILE-UPDATE
               OPEN I-O BRANCH-FILE
               IF WS-BRANCH-STATUS = "35"
                   OPEN OUTPUT BRANCH-FILE
                   CLOSE BRANCH-FILE
                   OPEN I-O BRANCH-FILE
               END-IF
               IF WS-BRANCH-STATUS = "00"
                   SET BRANCH-FILE-UPDATE TO TRUE
               ELSE
                   DISPLAY "Customer branch file not available - "
                       "status " WS-BRANCH-STATUS
                   SET BRANCH-FILE-ABSENT TO TRUE
               END-IF
           END-IF.

       STORE-CUSTOMER-BRANCH.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE BRNL-CUST-ID TO BRN-CUST-ID.
           READ BRANCH-FILE
               INVALID KEY
                   MOVE BRNL-CUST-ID TO BRN-CUST-ID
                   MOVE BRNL-BRANCH-CODE TO BRN-CODE
                   MOVE WS-RUN-DATE TO BRN-SET-DATE
                   MOVE BRNL-SET-BY TO BRN-SET-BY
                   MOVE SPACES TO BRN-PREV-CODE
                   WRITE CUSTOMER-BRANCH-RECORD
                       INVALID KEY
                           SET BRNL-FAILED TO TRUE
                   END-WRITE
               NOT INVALID KEY
                   IF BRN-CODE NOT = BRNL-BRANCH-CODE
                       MOVE BRN-CODE TO BRN-PREV-CODE
                       MOVE BRNL-BRANCH-CODE TO BRN-CODE
                       MOVE WS-RUN-DATE TO BRN-SET-DATE
                       MOVE BRNL-SET-BY TO BRN-SET-BY
                       REWRITE CUSTOMER-BRANCH-RECORD
                           INVALID KEY
                               SET BRNL-FAILED TO TRUE
                       END-REWRITE
                   END-IF
           END-READ.
           *> Setting the branch a customer already has changes
           *> nothing and keeps the date it was last really moved.
