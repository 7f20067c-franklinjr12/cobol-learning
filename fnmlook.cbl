       IDENTIFICATION DIVISION.
       PROGRAM-ID. FullNameLookup.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NAME-FILE ASSIGN TO "CUSTLNAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNAM-CUST-ID
               FILE STATUS IS WS-NAME-STATUS.
           *> The full names the customer menu and the loaders keep -
           *> opened on the first call and held for the run, the
           *> open-once stance SuppressionLookup takes with CUSTSUPR.

       DATA DIVISION.
       FILE SECTION.
       FD  NAME-FILE.
           COPY CUSTLNM.

       WORKING-STORAGE SECTION.
       01 WS-NAME-STATUS          PIC X(02) VALUE "00".

       01 WS-NAME-FILE-STATE      PIC X(01) VALUE " ".
       88 NAME-FILE-UNTRIED       VALUE " ".
       88 NAME-FILE-OPENED        VALUE "O".
       88 NAME-FILE-ABSENT        VALUE "A".
       *> No CUSTLNAM means no full name was ever stored - every
       *> customer goes by CUST-NAME.

       LINKAGE SECTION.
       COPY FNMLNK.

       PROCEDURE DIVISION USING FNML-CALL-AREA.
       MAIN-LOGIC.
           IF NAME-FILE-UNTRIED
               PERFORM OPEN-NAME-FILE
           END-IF.
           SET FNML-SHORT-NAME-ONLY TO TRUE.
           MOVE FNML-SHORT-NAME TO FNML-NAME.
           MOVE SPACES TO FNML-TRADING-NAME.
           MOVE SPACES TO FNML-ATTENTION.
           IF NAME-FILE-OPENED
               PERFORM READ-NAME-ROW
           END-IF.
           EXIT PROGRAM.

       OPEN-NAME-FILE.
           OPEN INPUT NAME-FILE.
           IF WS-NAME-STATUS = "00"
               SET NAME-FILE-OPENED TO TRUE
           ELSE
               SET NAME-FILE-ABSENT TO TRUE
           END-IF.

       READ-NAME-ROW.
           MOVE FNML-CUST-ID TO LNAM-CUST-ID.
           READ NAME-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM TAKE-NAME-ROW
           END-READ.

       TAKE-NAME-ROW.
           IF LNAM-LEGAL-NAME NOT = SPACES
               SET FNML-FULL-NAME-FOUND TO TRUE
               MOVE LNAM-LEGAL-NAME TO FNML-NAME
           END-IF.
           MOVE LNAM-TRADING-NAME TO FNML-TRADING-NAME.
           MOVE LNAM-ATTENTION TO FNML-ATTENTION.
           *> A row holding only a trading name or a contact still
           *> lends them - the heading stays the short name.
