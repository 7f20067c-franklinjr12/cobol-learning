       IDENTIFICATION DIVISION.
       PROGRAM-ID. LogChain.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG-FILE ASSIGN TO DYNAMIC WS-LOG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           *> Whichever chained log the caller names - read only here,
           *> to find where its chain ends. The writers append their
           *> own entries, the BatchVerify way.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
       01  LOG-LINE                PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-LOG-STATUS            PIC X(02) VALUE "00".
       01 WS-LOG-FILE-NAME         PIC X(08).

       01 WS-LOG-EOF-SWITCH        PIC X(01).
       88 LOG-EOF                  VALUE "Y".
       88 LOG-NOT-EOF              VALUE "N".

       01 WS-SEQUENCE-POS          PIC 9(03).
       01 WS-CHECK-POS             PIC 9(03).
       *> Where the sequence and check value sit on each log's
       *> lines - see CHNLNK.CPY.

       01 WS-TAIL-TABLE.
           05 WS-TAIL-ENTRY OCCURS 4 TIMES.
               10 WS-TL-LOG-NAME   PIC X(08).
               10 WS-TL-SEQUENCE   PIC 9(09).
               10 WS-TL-CHECK      PIC 9(09).
       01 WS-TAIL-COUNT            PIC 9(01) VALUE 0.
       01 WS-TAIL-INDEX            PIC 9(01).
       01 WS-TAIL-FOUND            PIC 9(01).
       *> Kept between calls - a program writing a run's worth of
       *> journal entries takes the tail once and is stamped from
       *> here after that.

       01 WS-HASH                  PIC 9(12).
       01 WS-CHAIN-MODULUS         PIC 9(09) VALUE 999999937.
       01 WS-BYTE-INDEX            PIC 9(03).

       LINKAGE SECTION.
       COPY CHNLNK.

       PROCEDURE DIVISION USING CHAIN-CALL-AREA.
       MAIN-LOGIC.
           SET CHN-OK TO TRUE.
           EVALUATE TRUE
               WHEN CHN-TAKE-TAIL
                   PERFORM TAKE-LOG-TAIL
               WHEN CHN-NEXT-ENTRY
                   PERFORM STAMP-NEXT-ENTRY
               WHEN OTHER
                   PERFORM COMPUTE-CHECK-VALUE
           END-EVALUATE.
           EXIT PROGRAM.

       TAKE-LOG-TAIL.
           IF CHN-LOG-AUDIT
               MOVE 82 TO WS-SEQUENCE-POS
               MOVE 92 TO WS-CHECK-POS
           ELSE
               MOVE 95 TO WS-SEQUENCE-POS
               MOVE 104 TO WS-CHECK-POS
           END-IF.
           MOVE 0 TO CHN-SEQUENCE.
           MOVE 0 TO CHN-CHECK-VALUE.
           MOVE CHN-LOG-NAME TO WS-LOG-FILE-NAME.
           SET LOG-NOT-EOF TO TRUE.
           OPEN INPUT LOG-FILE.
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL LOG-EOF
                   READ LOG-FILE
                       AT END
                           SET LOG-EOF TO TRUE
                       NOT AT END
                           PERFORM NOTE-CHAINED-LINE
                   END-READ
               END-PERFORM
               IF WS-LOG-STATUS NOT = "10"
                   SET CHN-LOG-UNREADABLE TO TRUE
               END-IF
               CLOSE LOG-FILE
           ELSE
               IF WS-LOG-STATUS NOT = "35"
                   SET CHN-LOG-UNREADABLE TO TRUE
               END-IF
           END-IF.
           PERFORM FIND-TAIL-ROW.
           IF WS-TAIL-FOUND = 0 AND WS-TAIL-COUNT < 4
               ADD 1 TO WS-TAIL-COUNT
               MOVE WS-TAIL-COUNT TO WS-TAIL-FOUND
               MOVE CHN-LOG-NAME TO WS-TL-LOG-NAME(WS-TAIL-FOUND)
           END-IF.
           IF WS-TAIL-FOUND > 0
               MOVE CHN-SEQUENCE TO WS-TL-SEQUENCE(WS-TAIL-FOUND)
               MOVE CHN-CHECK-VALUE TO WS-TL-CHECK(WS-TAIL-FOUND)
           END-IF.
           *> A missing log is a new one - its first entry will be
           *> sequence 1 chained from zero. The last chained line
           *> wins, whatever unchained lines follow it.

       NOTE-CHAINED-LINE.
           IF LOG-LINE(WS-SEQUENCE-POS:9) IS NUMERIC
               AND LOG-LINE(WS-CHECK-POS:9) IS NUMERIC
               MOVE LOG-LINE(WS-SEQUENCE-POS:9) TO CHN-SEQUENCE
               MOVE LOG-LINE(WS-CHECK-POS:9) TO CHN-CHECK-VALUE
           END-IF.

       FIND-TAIL-ROW.
           MOVE 0 TO WS-TAIL-FOUND.
           PERFORM MATCH-TAIL-ROW
               VARYING WS-TAIL-INDEX FROM 1 BY 1
               UNTIL WS-TAIL-INDEX > WS-TAIL-COUNT
                  OR WS-TAIL-FOUND > 0.

       MATCH-TAIL-ROW.
           IF WS-TL-LOG-NAME(WS-TAIL-INDEX) = CHN-LOG-NAME
               MOVE WS-TAIL-INDEX TO WS-TAIL-FOUND
           END-IF.

       STAMP-NEXT-ENTRY.
           PERFORM FIND-TAIL-ROW.
           IF WS-TAIL-FOUND = 0
               PERFORM TAKE-LOG-TAIL
           END-IF.
           IF WS-TAIL-FOUND = 0
               MOVE 0 TO CHN-PRIOR-VALUE
               MOVE 1 TO CHN-SEQUENCE
           ELSE
               MOVE WS-TL-CHECK(WS-TAIL-FOUND) TO CHN-PRIOR-VALUE
               COMPUTE CHN-SEQUENCE =
                   WS-TL-SEQUENCE(WS-TAIL-FOUND) + 1
           END-IF.
           PERFORM COMPUTE-CHECK-VALUE.
           IF WS-TAIL-FOUND > 0
               MOVE CHN-SEQUENCE TO WS-TL-SEQUENCE(WS-TAIL-FOUND)
               MOVE CHN-CHECK-VALUE TO WS-TL-CHECK(WS-TAIL-FOUND)
           END-IF.
           *> The caller writes the entry with what comes back. A
           *> caller that never took the tail has it taken here, which
           *> is only safe before the caller's own EXTEND is open.

       COMPUTE-CHECK-VALUE.
           MOVE CHN-PRIOR-VALUE TO WS-HASH.
           COMPUTE WS-HASH = FUNCTION MOD(
               WS-HASH * 31 + CHN-SEQUENCE, WS-CHAIN-MODULUS).
           PERFORM MIX-ONE-BYTE
               VARYING WS-BYTE-INDEX FROM 1 BY 1
               UNTIL WS-BYTE-INDEX > 100.
           MOVE WS-HASH TO CHN-CHECK-VALUE.
           *> Every byte of the text moves the value, and where it
           *> sits matters as much as what it is - two swapped
           *> characters give a different value. The sequence and
           *> the previous value go in first, so an entry moved,
           *> dropped, or copied elsewhere in the log no longer fits
           *> its neighbours.

       MIX-ONE-BYTE.
           COMPUTE WS-HASH = FUNCTION MOD(
               WS-HASH * 131
                   + FUNCTION ORD(CHN-ENTRY-TEXT(WS-BYTE-INDEX:1)),
               WS-CHAIN-MODULUS).
