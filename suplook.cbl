       IDENTIFICATION DIVISION.
       PROGRAM-ID. SuppressionLookup.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPRESSION-FILE ASSIGN TO "CUSTSUPR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUP-CUST-ID
               FILE STATUS IS WS-SUPPRESSION-STATUS.
           *> The suppression flags the customer menu keeps - opened
           *> on the first call and held for the run, the same
           *> open-once stance DisputedAmount takes with CUSTDISP.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPPRESSION-FILE.
           COPY CUSTSUP.

       WORKING-STORAGE SECTION.
       01 WS-SUPPRESSION-STATUS   PIC X(02) VALUE "00".

       01 WS-SUPPRESSION-STATE    PIC X(01) VALUE " ".
       88 SUPPRESSION-UNTRIED     VALUE " ".
       88 SUPPRESSION-OPENED      VALUE "O".
       88 SUPPRESSION-ABSENT      VALUE "A".
       *> No CUSTSUPR means nobody has ever been flagged - every
       *> customer may be contacted.

       LINKAGE SECTION.
       COPY SUPLNK.

       PROCEDURE DIVISION USING SUPL-CALL-AREA.
       MAIN-LOGIC.
           IF SUPPRESSION-UNTRIED
               PERFORM OPEN-SUPPRESSION-FILE
           END-IF.
           SET SUPL-MAIL-ALLOWED TO TRUE.
           SET SUPL-EMAIL-ALLOWED TO TRUE.
           MOVE SPACE TO SUPL-BANKRUPT.
           MOVE 0 TO SUPL-BANKRUPT-DATE.
           IF SUPPRESSION-OPENED
               PERFORM READ-SUPPRESSION-ROW
           END-IF.
           EXIT PROGRAM.

       OPEN-SUPPRESSION-FILE.
           OPEN INPUT SUPPRESSION-FILE.
           IF WS-SUPPRESSION-STATUS = "00"
               SET SUPPRESSION-OPENED TO TRUE
           ELSE
               SET SUPPRESSION-ABSENT TO TRUE
           END-IF.

       READ-SUPPRESSION-ROW.
           MOVE SUPL-CUST-ID TO SUP-CUST-ID.
           READ SUPPRESSION-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM WEIGH-SUPPRESSION-FLAGS
           END-READ.

       WEIGH-SUPPRESSION-FLAGS.
           EVALUATE TRUE
               WHEN SUP-IS-DECEASED
                   SET SUPL-MAIL-DECEASED TO TRUE
                   SET SUPL-EMAIL-DECEASED TO TRUE
               WHEN SUP-IN-BANKRUPTCY
                   SET SUPL-MAIL-BANKRUPT TO TRUE
                   SET SUPL-EMAIL-BANKRUPT TO TRUE
               WHEN OTHER
                   IF SUP-DO-NOT-MAIL
                       SET SUPL-MAIL-REFUSED TO TRUE
                   END-IF
                   IF SUP-DO-NOT-EMAIL
                       SET SUPL-EMAIL-REFUSED TO TRUE
                   END-IF
           END-EVALUATE.
           IF SUP-IN-BANKRUPTCY
               SET SUPL-IN-BANKRUPTCY TO TRUE
               MOVE SUP-BANKRUPT-DATE TO SUPL-BANKRUPT-DATE
           END-IF.
           *> A deceased customer who was also bankrupt still has the
           *> bankruptcy reported - the finance charge and the ladder
           *> go by that flag alone.
