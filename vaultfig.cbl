       IDENTIFICATION DIVISION.
       PROGRAM-ID. VaultFigures.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VAULT-COPY-FILE ASSIGN TO DYNAMIC WS-COPY-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COPY-STATUS.
           *> Whichever vault copy the caller names - every copy in
           *> the set is flat, the indexed files included, so one
           *> generic reader figures them all.

       DATA DIVISION.
       FILE SECTION.
       FD  VAULT-COPY-FILE.
       01  VAULT-COPY-LINE         PIC X(512).

       WORKING-STORAGE SECTION.
       01 WS-COPY-STATUS           PIC X(02) VALUE "00".
       01 WS-COPY-FILE-NAME        PIC X(17).

       01 WS-COPY-EOF-SWITCH       PIC X(01).
       88 COPY-EOF                 VALUE "Y".
       88 COPY-NOT-EOF             VALUE "N".

       01 WS-LINE-HASH             PIC 9(12).
       01 WS-BYTE-INDEX            PIC 9(03).
       01 WS-HASH-MODULUS          PIC 9(16) VALUE 1000000000000000.

       LINKAGE SECTION.
       COPY VAULTLNK.

       PROCEDURE DIVISION USING VAULT-FIGURE-AREA.
       MAIN-LOGIC.
           MOVE 0 TO VFG-RECORD-COUNT.
           MOVE 0 TO VFG-HASH-TOTAL.
           SET VFG-OK TO TRUE.
           SET COPY-NOT-EOF TO TRUE.
           MOVE VFG-FILE-NAME TO WS-COPY-FILE-NAME.
           OPEN INPUT VAULT-COPY-FILE.
           IF WS-COPY-STATUS = "00"
               PERFORM UNTIL COPY-EOF
                   READ VAULT-COPY-FILE
                       AT END
                           SET COPY-EOF TO TRUE
                       NOT AT END
                           PERFORM FIGURE-ONE-LINE
                   END-READ
               END-PERFORM
               IF WS-COPY-STATUS NOT = "10"
                   SET VFG-UNREADABLE TO TRUE
               END-IF
               CLOSE VAULT-COPY-FILE
           ELSE
               IF WS-COPY-STATUS = "35"
                   SET VFG-MISSING TO TRUE
               ELSE
                   SET VFG-UNREADABLE TO TRUE
               END-IF
           END-IF.
           EXIT PROGRAM.

       FIGURE-ONE-LINE.
           ADD 1 TO VFG-RECORD-COUNT.
           MOVE 0 TO WS-LINE-HASH.
           PERFORM FIGURE-ONE-BYTE
               VARYING WS-BYTE-INDEX FROM 1 BY 1
               UNTIL WS-BYTE-INDEX > 512.
           COMPUTE VFG-HASH-TOTAL = FUNCTION MOD(
               VFG-HASH-TOTAL + WS-LINE-HASH, WS-HASH-MODULUS).

       FIGURE-ONE-BYTE.
           IF VAULT-COPY-LINE(WS-BYTE-INDEX:1) NOT = SPACE
               COMPUTE WS-LINE-HASH = WS-LINE-HASH
                   + FUNCTION ORD(VAULT-COPY-LINE(WS-BYTE-INDEX:1))
                   * WS-BYTE-INDEX
           END-IF.
