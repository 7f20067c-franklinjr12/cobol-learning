       IDENTIFICATION DIVISION.
       PROGRAM-ID. GlAckRecon.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-ACK-FILE ASSIGN TO "GLACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-STATUS.
           *> The ledger's answers for the batches it has tried to
           *> load. Consumed once read, the way LockboxImport
           *> empties LOCKBOX, so a rerun does not match the same
           *> answer twice.

           SELECT GL-SENT-FILE ASSIGN TO "GLSENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLS-BATCH-ID
               FILE STATUS IS WS-SENT-STATUS.
           *> Every batch GlInterface and GlBatchRegen have sent -
           *> each answer is matched here and the row keeps it.

           SELECT GL-ACK-REPORT-FILE ASSIGN TO "GLACKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           *> Tonight's answers and what they matched, then every
           *> batch still not confirmed - the list accounting works
           *> from instead of finding out at month-end.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-ACK-FILE.
           COPY GLACK.

       FD  GL-SENT-FILE.
           COPY GLSENT.

       FD  GL-ACK-REPORT-FILE.
       01  GL-ACK-REPORT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ACK-STATUS           PIC X(02) VALUE "00".
       01 WS-ACK-OPEN-STATUS      PIC X(02) VALUE "00".
       01 WS-SENT-STATUS          PIC X(02) VALUE "00".
       01 WS-SENT-OPEN-STATUS     PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS        PIC X(02) VALUE "00".

       01 WS-ACK-EOF-SWITCH       PIC X(01) VALUE "N".
       88 ACK-EOF                 VALUE "Y".
       88 ACK-NOT-EOF             VALUE "N".
       01 WS-SENT-EOF-SWITCH      PIC X(01) VALUE "N".
       88 SENT-EOF                VALUE "Y".
       88 SENT-NOT-EOF            VALUE "N".

       01 WS-RUN-DATE             PIC 9(08).
       01 WS-DATE-INTEGER         PIC 9(08).
       01 WS-ACK-DUE-DATE         PIC 9(08).
       *> A batch is due its answer by the first business day after
       *> the night it was sent. Past that it is overdue.
       01 WS-OUTCOME              PIC X(28).
       01 WS-LIST-BATCH-SWITCH    PIC X(01).
       88 LIST-THIS-BATCH         VALUE "Y".
       88 SKIP-THIS-BATCH         VALUE "N".

       01 WS-ACK-READ-COUNT       PIC 9(06) VALUE 0.
       01 WS-CONFIRMED-COUNT      PIC 9(06) VALUE 0.
       01 WS-UNKNOWN-COUNT        PIC 9(06) VALUE 0.
       01 WS-OVERDUE-COUNT        PIC 9(06) VALUE 0.
       01 WS-DIFFER-COUNT         PIC 9(06) VALUE 0.
       01 WS-REJECTED-COUNT       PIC 9(06) VALUE 0.
       01 WS-AWAITING-COUNT       PIC 9(06) VALUE 0.
       01 WS-LATE-ACCEPT-COUNT    PIC 9(06) VALUE 0.
       01 WS-PROBLEM-COUNT        PIC 9(04) VALUE 0.
       *> Overdue, totals that differ, rejections not yet sent
       *> again, answers for batches never sent, and a ledger that
       *> took a batch after it was regenerated - each one raises
       *> the alert until it is put right.

       01 WS-AMOUNT-EDIT          PIC Z(08)9.99.
       01 WS-ACK-AMOUNT-EDIT      PIC Z(08)9.99.
       01 WS-REPORT-LINE          PIC X(80).

       COPY BUSDLNK.

       COPY ALERTLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== GL Acknowledgment Recon Start ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM OPEN-FILES.
           PERFORM UNTIL ACK-EOF
               READ GL-ACK-FILE
                   AT END
                       SET ACK-EOF TO TRUE
                   NOT AT END
                       PERFORM MATCH-ONE-ACK
               END-READ
           END-PERFORM.
           PERFORM LIST-OPEN-BATCHES.
           PERFORM WRITE-RECON-TOTALS.
           PERFORM CLOSE-FILES.
           COMPUTE WS-PROBLEM-COUNT = WS-OVERDUE-COUNT
               + WS-DIFFER-COUNT + WS-REJECTED-COUNT
               + WS-UNKNOWN-COUNT + WS-LATE-ACCEPT-COUNT.
           DISPLAY "Answers read: " WS-ACK-READ-COUNT
               " Confirmed: " WS-CONFIRMED-COUNT
               " Batches needing attention: " WS-PROBLEM-COUNT.
           DISPLAY "=== GL Acknowledgment Recon End ===".
           EVALUATE TRUE
               WHEN WS-SENT-OPEN-STATUS NOT = "00"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PROBLEM-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE >= 8
               PERFORM WRITE-OPERATOR-ALERT
           END-IF.
           STOP RUN.

       OPEN-FILES.
           OPEN I-O GL-SENT-FILE.
           IF WS-SENT-STATUS = "35"
               OPEN OUTPUT GL-SENT-FILE
               CLOSE GL-SENT-FILE
               OPEN I-O GL-SENT-FILE
           END-IF.
           MOVE WS-SENT-STATUS TO WS-SENT-OPEN-STATUS.
           *> Status 35 = nothing sent since the register began -
           *> created empty, so any answer read is unknown.
           OPEN INPUT GL-ACK-FILE.
           MOVE WS-ACK-STATUS TO WS-ACK-OPEN-STATUS.
           IF WS-ACK-STATUS NOT = "00"
               DISPLAY "No GL acknowledgments tonight"
               SET ACK-EOF TO TRUE
           END-IF.
           IF WS-SENT-OPEN-STATUS NOT = "00"
               DISPLAY "GL batch register not available - status "
                   WS-SENT-OPEN-STATUS
               SET ACK-EOF TO TRUE
           END-IF.
           *> Without GLSENT nothing can be matched, so the answers
           *> are left where they are for the rerun.
           OPEN OUTPUT GL-ACK-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "GL BATCH ACKNOWLEDGMENTS - RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE GL-ACK-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE GL-ACK-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "ANSWERS RECEIVED" TO WS-REPORT-LINE.
           WRITE GL-ACK-REPORT-RECORD FROM WS-REPORT-LINE.

       MATCH-ONE-ACK.
           ADD 1 TO WS-ACK-READ-COUNT.
           MOVE ACK-BATCH-ID TO GLS-BATCH-ID.
           READ GL-SENT-FILE
               INVALID KEY
                   MOVE "NOT A BATCH WE SENT" TO WS-OUTCOME
                   ADD 1 TO WS-UNKNOWN-COUNT
               NOT INVALID KEY
                   PERFORM JUDGE-ONE-ACK
           END-READ.
           PERFORM REPORT-ONE-ACK.

       JUDGE-ONE-ACK.
           EVALUATE TRUE
               WHEN NOT ACK-ACCEPTED AND NOT ACK-REJECTED
                   MOVE "ANSWER NOT A OR R" TO WS-OUTCOME
                   ADD 1 TO WS-UNKNOWN-COUNT
               WHEN GLS-REGENERATED AND ACK-ACCEPTED
                   MOVE "TAKEN AFTER REGENERATION" TO WS-OUTCOME
                   ADD 1 TO WS-LATE-ACCEPT-COUNT
               WHEN GLS-REGENERATED
                   MOVE "ALREADY REGENERATED" TO WS-OUTCOME
               WHEN ACK-REJECTED
                   SET GLS-REJECTED TO TRUE
                   MOVE "REJECTED - REGENERATE" TO WS-OUTCOME
                   PERFORM STORE-ACK-ON-BATCH
               WHEN ACK-LINE-COUNT = GLS-LINE-COUNT
                   AND ACK-AMOUNT = GLS-AMOUNT
                   SET GLS-CONFIRMED TO TRUE
                   MOVE "CONFIRMED" TO WS-OUTCOME
                   ADD 1 TO WS-CONFIRMED-COUNT
                   PERFORM STORE-ACK-ON-BATCH
               WHEN OTHER
                   SET GLS-TOTALS-DIFFER TO TRUE
                   MOVE "TOTALS DIFFER" TO WS-OUTCOME
                   PERFORM STORE-ACK-ON-BATCH
           END-EVALUATE.
           *> A batch already sent again is left as it is - a second
           *> rejection of it is old news, but the ledger taking it
           *> after all means the money may now be in twice.
           *> Rejections and differences are counted where the open
           *> batches are listed, so one still open tomorrow is
           *> counted tomorrow too.

       STORE-ACK-ON-BATCH.
           MOVE ACK-DATE TO GLS-ACK-DATE.
           MOVE ACK-LINE-COUNT TO GLS-ACK-LINE-COUNT.
           MOVE ACK-AMOUNT TO GLS-ACK-AMOUNT.
           MOVE ACK-REASON TO GLS-ACK-REASON.
           REWRITE GL-SENT-RECORD
               INVALID KEY
                   MOVE "NOT REWRITTEN" TO WS-OUTCOME
                   ADD 1 TO WS-UNKNOWN-COUNT
           END-REWRITE.

       REPORT-ONE-ACK.
           MOVE ACK-AMOUNT TO WS-ACK-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "BATCH " ACK-BATCH-ID
               " " ACK-RESULT
               " LINES " ACK-LINE-COUNT
               " AMT " WS-ACK-AMOUNT-EDIT
               " " WS-OUTCOME
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE GL-ACK-REPORT-RECORD FROM WS-REPORT-LINE.
           IF ACK-REJECTED AND ACK-REASON NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING "      LEDGER SAYS: " ACK-REASON
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE GL-ACK-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       LIST-OPEN-BATCHES.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE GL-ACK-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "BATCHES NOT CONFIRMED" TO WS-REPORT-LINE.
           WRITE GL-ACK-REPORT-RECORD FROM WS-REPORT-LINE.
           IF WS-SENT-OPEN-STATUS = "00"
               MOVE 0 TO GLS-BATCH-ID
               START GL-SENT-FILE KEY >= GLS-BATCH-ID
                   INVALID KEY
                       SET SENT-EOF TO TRUE
                   NOT INVALID KEY
                       SET SENT-NOT-EOF TO TRUE
               END-START
               PERFORM UNTIL SENT-EOF
                   READ GL-SENT-FILE NEXT RECORD
                       AT END
                           SET SENT-EOF TO TRUE
                       NOT AT END
                           PERFORM CHECK-ONE-SENT-BATCH
                   END-READ
               END-PERFORM
           END-IF.

       CHECK-ONE-SENT-BATCH.
           SET SKIP-THIS-BATCH TO TRUE.
           EVALUATE TRUE
               WHEN GLS-AWAITING
                   PERFORM FIND-ACK-DUE-DATE
                   IF WS-RUN-DATE > WS-ACK-DUE-DATE
                       MOVE "NO ANSWER - OVERDUE" TO WS-OUTCOME
                       ADD 1 TO WS-OVERDUE-COUNT
                       SET LIST-THIS-BATCH TO TRUE
                   ELSE
                       ADD 1 TO WS-AWAITING-COUNT
                   END-IF
               WHEN GLS-TOTALS-DIFFER
                   MOVE "LEDGER TOTALS DIFFER" TO WS-OUTCOME
                   ADD 1 TO WS-DIFFER-COUNT
                   SET LIST-THIS-BATCH TO TRUE
               WHEN GLS-REJECTED
                   MOVE "REJECTED - NOT RESENT" TO WS-OUTCOME
                   ADD 1 TO WS-REJECTED-COUNT
                   SET LIST-THIS-BATCH TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF LIST-THIS-BATCH
               PERFORM REPORT-ONE-OPEN-BATCH
           END-IF.
           *> A batch still inside its day is simply awaited. One
           *> that differs stays on the list until the ledger
           *> answers again with matching totals.

       FIND-ACK-DUE-DATE.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(GLS-RUN-DATE) + 1.
           SET BUSD-NEXT-BUSINESS TO TRUE.
           COMPUTE BUSD-DATE-IN =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           CALL "BusinessDate" USING BUSD-CALL-AREA.
           MOVE BUSD-DATE-OUT TO WS-ACK-DUE-DATE.

       REPORT-ONE-OPEN-BATCH.
           MOVE GLS-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "BATCH " GLS-BATCH-ID
               " SENT " GLS-RUN-DATE
               " LINES " GLS-LINE-COUNT
               " AMT " WS-AMOUNT-EDIT
               " " WS-OUTCOME
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE GL-ACK-REPORT-RECORD FROM WS-REPORT-LINE.
           IF GLS-TOTALS-DIFFER
               MOVE GLS-ACK-AMOUNT TO WS-ACK-AMOUNT-EDIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "      LEDGER COUNTED " GLS-ACK-LINE-COUNT
                   " LINES AMT " WS-ACK-AMOUNT-EDIT
                   " ON " GLS-ACK-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE GL-ACK-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       WRITE-RECON-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE GL-ACK-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ANSWERS " WS-ACK-READ-COUNT
               " CONFIRMED " WS-CONFIRMED-COUNT
               " UNKNOWN " WS-UNKNOWN-COUNT
               " TAKEN AFTER REGEN " WS-LATE-ACCEPT-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE GL-ACK-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "OVERDUE " WS-OVERDUE-COUNT
               " DIFFER " WS-DIFFER-COUNT
               " REJECTED " WS-REJECTED-COUNT
               " AWAITED " WS-AWAITING-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE GL-ACK-REPORT-RECORD FROM WS-REPORT-LINE.

       CLOSE-FILES.
           IF WS-ACK-OPEN-STATUS = "00"
               CLOSE GL-ACK-FILE
               IF WS-SENT-OPEN-STATUS = "00"
                   OPEN OUTPUT GL-ACK-FILE
                   CLOSE GL-ACK-FILE
               END-IF
           END-IF.
           IF WS-SENT-OPEN-STATUS = "00"
               CLOSE GL-SENT-FILE
           END-IF.
           CLOSE GL-ACK-REPORT-FILE.

       WRITE-OPERATOR-ALERT.
           MOVE "GlAckRecon" TO ALERT-PROGRAM-NAME.
           MOVE RETURN-CODE TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-FILE-STATUSES.
           STRING "SENT=" WS-SENT-OPEN-STATUS
               " ACK=" WS-ACK-OPEN-STATUS
               DELIMITED BY SIZE INTO ALERT-FILE-STATUSES.
           IF WS-SENT-OPEN-STATUS NOT = "00"
               MOVE "CHECK GLSENT THEN RERUN - ANSWERS KEPT"
                   TO ALERT-ACTION-TEXT
           ELSE
               MOVE SPACES TO ALERT-ACTION-TEXT
               STRING WS-PROBLEM-COUNT
                   " GL BATCH PROBLEM(S) - SEE GLACKRPT"
                   DELIMITED BY SIZE INTO ALERT-ACTION-TEXT
           END-IF.
           CALL "AlertWriter" USING ALERT-CALL-AREA.
