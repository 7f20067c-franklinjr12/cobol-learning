       IDENTIFICATION DIVISION.
       PROGRAM-ID. DisputedAmount.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO "CUSTDISP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DISP-KEY
               FILE STATUS IS WS-DISPUTE-STATUS.
           *> The dispute register DisputeMenu keeps - opened on the
           *> first call and held for the run, the same open-once
           *> stance BusinessDate takes with HOLIDAYS. An account's
           *> disputes sit together under its CUST-ID, so one START
           *> and a short walk answers each call.

       DATA DIVISION.
       FILE SECTION.
       FD  DISPUTE-FILE.
           COPY CUSTDSP.

       WORKING-STORAGE SECTION.
       01 WS-DISPUTE-STATUS       PIC X(02) VALUE "00".

       01 WS-DISPUTE-STATE        PIC X(01) VALUE " ".
       88 DISPUTES-UNTRIED        VALUE " ".
       88 DISPUTES-OPENED         VALUE "O".
       88 DISPUTES-ABSENT         VALUE "A".
       *> No dispute register means nothing has ever been disputed
       *> - every balance is collectable in full.

       01 WS-SCAN-SWITCH          PIC X(01).
       88 SCAN-DONE               VALUE "Y".
       88 SCAN-GOING              VALUE "N".

       LINKAGE SECTION.
       COPY DSPTLNK.

       PROCEDURE DIVISION USING DSPT-CALL-AREA.
       MAIN-LOGIC.
           IF DISPUTES-UNTRIED
               PERFORM OPEN-DISPUTE-FILE
           END-IF.
           MOVE 0 TO DSPT-OPEN-AMOUNT.
           MOVE 0 TO DSPT-OPEN-COUNT.
           IF DISPUTES-OPENED
               PERFORM SUM-OPEN-DISPUTES
           END-IF.
           EXIT PROGRAM.

       OPEN-DISPUTE-FILE.
           OPEN INPUT DISPUTE-FILE.
           IF WS-DISPUTE-STATUS = "00"
               SET DISPUTES-OPENED TO TRUE
           ELSE
               SET DISPUTES-ABSENT TO TRUE
           END-IF.

       SUM-OPEN-DISPUTES.
           MOVE DSPT-CUST-ID TO DISP-CUST-ID.
           MOVE LOW-VALUES TO DISP-REFERENCE.
           START DISPUTE-FILE KEY >= DISP-KEY
               INVALID KEY
                   SET SCAN-DONE TO TRUE
               NOT INVALID KEY
                   SET SCAN-GOING TO TRUE
           END-START.
           PERFORM SUM-ONE-DISPUTE UNTIL SCAN-DONE.

       SUM-ONE-DISPUTE.
           READ DISPUTE-FILE NEXT RECORD
               AT END
                   SET SCAN-DONE TO TRUE
               NOT AT END
                   IF DISP-CUST-ID NOT = DSPT-CUST-ID
                       SET SCAN-DONE TO TRUE
                   ELSE
                       IF DISP-OPEN
                           ADD DISP-AMOUNT TO DSPT-OPEN-AMOUNT
                           ADD 1 TO DSPT-OPEN-COUNT
                       END-IF
                   END-IF
           END-READ.
           *> Resolved disputes stay on file as the record of how
           *> they ended - only the open ones hold money back.
