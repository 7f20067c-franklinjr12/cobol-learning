           *> Inbound customer updates from the marketing bureau -
           *> the reverse of CustomerExtract's CUSTCSV. One action
           *> line per customer: action,custId,custName,custCat,
           *> tranDate(YYMMDD), bracketed by HDR and TRL lines. An
           *> add or change may carry three more fields -
           *> legalName,tradingName,attentionOf - for the full-name
           *> file; lines without them load as they always did.

           SELECT TRANSACTION-FILE ASSIGN TO "CUSTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
           *> CustomerMaintenance to apply - nobody re-keys the
           *> bureau's CSV by hand any more.

           SELECT NAME-FILE ASSIGN TO "CUSTLNAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNAM-CUST-ID
               FILE STATUS IS WS-NAME-STATUS.
           *> Full names carried on the line are stored straight
           *> away - the master itself only ever holds the short
           *> search name the transaction carries.

           SELECT REJECT-FILE ASSIGN TO "CUSTCSVR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CSV-IN.
       01  CSV-IN-LINE             PIC X(250).

       FD  TRANSACTION-FILE.
       01  MAINT-TRAN-RECORD.
           *> CsvAcknowledge keys the partner's acknowledgment file
           *> off this.

       FD  NAME-FILE.
           COPY CUSTLNM.

       WORKING-STORAGE SECTION.
       01 WS-CSV-IN-STATUS        PIC X(02) VALUE "00".
       01 WS-TRANS-STATUS         PIC X(02) VALUE "00".
       01 WS-REJECT-STATUS        PIC X(02) VALUE "00".
       01 WS-NAME-STATUS          PIC X(02) VALUE "00".
       01 WS-NAME-FILE-SWITCH     PIC X(01) VALUE "N".
       88 NAME-FILE-OPEN          VALUE "Y".
       88 NAME-FILE-ABSENT        VALUE "N".

       01 WS-CSV-EOF-SWITCH       PIC X(01) VALUE "N".
       88 CSV-EOF                 VALUE "Y".
       88 CSV-NOT-EOF             VALUE "N".

       01 WS-WORK-LINE            PIC X(250).
       01 WS-TRL-PARSED REDEFINES WS-WORK-LINE.
           05 FILLER              PIC X(10).
           05 WS-TRL-COUNT-TEXT   PIC X(06).
           05 FILLER              PIC X(234).

       01 WS-LINE-NUMBER          PIC 9(06) VALUE 0.
       01 WS-DETAIL-COUNT         PIC 9(06) VALUE 0.
       01 WS-FIELD-NAME           PIC X(10).
       01 WS-FIELD-CAT            PIC X(02).
       01 WS-FIELD-DATE           PIC X(06).
       01 WS-FIELD-LEGAL-NAME     PIC X(60).
       01 WS-FIELD-TRADING-NAME   PIC X(40).
       01 WS-FIELD-ATTENTION      PIC X(30).
       01 WS-FIELD-EXTRA          PIC X(20).
       01 WS-FIELD-COUNT          PIC 9(02).

       01 WS-LOADED-COUNT         PIC 9(06) VALUE 0.
       01 WS-REJECT-COUNT         PIC 9(06) VALUE 0.
       01 WS-NAMES-STORED-COUNT   PIC 9(06) VALUE 0.

       COPY ALERTLNK.

           END-IF.
           CLOSE REJECT-FILE.
           DISPLAY "Loaded: " WS-LOADED-COUNT
               " Rejected: " WS-REJECT-COUNT
               " Full names stored: " WS-NAMES-STORED-COUNT.
           DISPLAY "=== Customer CSV Load End ===".
           EVALUATE TRUE
               WHEN WS-CSV-IN-STATUS NOT = "00"
           END-IF.
           *> EXTEND so the bureau's records queue up behind whatever
           *> is already punched onto CUSTTRAN for tonight's run.
           OPEN I-O NAME-FILE.
           IF WS-NAME-STATUS = "35"
               OPEN OUTPUT NAME-FILE
               CLOSE NAME-FILE
               OPEN I-O NAME-FILE
           END-IF.
           IF WS-NAME-STATUS = "00"
               SET NAME-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT CSV-IN.
           PERFORM UNTIL CSV-EOF
               PERFORM READ-CSV-LINE
           END-PERFORM.
           CLOSE CSV-IN.
           CLOSE TRANSACTION-FILE.
           IF NAME-FILE-OPEN
               CLOSE NAME-FILE
           END-IF.

       VALIDATE-AND-LOAD-LINE.
           MOVE SPACES TO WS-FIELD-ACTION WS-FIELD-ID WS-FIELD-NAME
               WS-FIELD-CAT WS-FIELD-DATE WS-FIELD-LEGAL-NAME
               WS-FIELD-TRADING-NAME WS-FIELD-ATTENTION
               WS-FIELD-EXTRA.
           MOVE 0 TO WS-FIELD-COUNT.
           UNSTRING WS-WORK-LINE DELIMITED BY ","
               INTO WS-FIELD-ACTION WS-FIELD-ID WS-FIELD-NAME
                    WS-FIELD-CAT WS-FIELD-DATE WS-FIELD-LEGAL-NAME
                    WS-FIELD-TRADING-NAME WS-FIELD-ATTENTION
                    WS-FIELD-EXTRA
               TALLYING IN WS-FIELD-COUNT
           END-UNSTRING.
           EVALUATE TRUE
               WHEN WS-FIELD-COUNT < 5 OR WS-FIELD-COUNT > 8
                   MOVE "E101" TO REJ-REASON-CODE
                   MOVE "EXPECTED 5 TO 8 COMMA FIELDS"
                       TO REJ-REASON-TEXT
                   PERFORM REJECT-THIS-LINE
               WHEN WS-FIELD-ACTION NOT = "A"
                   AND WS-FIELD-ACTION NOT = "C"
           MOVE WS-FIELD-DATE TO TRAN-DATE-YYMMDD.
           WRITE MAINT-TRAN-RECORD.
           ADD 1 TO WS-LOADED-COUNT.
           IF TRAN-CODE NOT = "D"
               AND NAME-FILE-OPEN
               AND (WS-FIELD-LEGAL-NAME NOT = SPACES
                   OR WS-FIELD-TRADING-NAME NOT = SPACES
                   OR WS-FIELD-ATTENTION NOT = SPACES)
               PERFORM STORE-FULL-NAME
           END-IF.

       STORE-FULL-NAME.
           MOVE TRAN-CUST-ID TO LNAM-CUST-ID.
           READ NAME-FILE
               INVALID KEY
                   MOVE SPACES TO LNAM-LEGAL-NAME
                   MOVE SPACES TO LNAM-TRADING-NAME
                   MOVE SPACES TO LNAM-ATTENTION
                   PERFORM TAKE-NAME-FIELDS
                   WRITE CUSTOMER-NAME-RECORD
               NOT INVALID KEY
                   PERFORM TAKE-NAME-FIELDS
                   REWRITE CUSTOMER-NAME-RECORD
           END-READ.
           IF WS-NAME-STATUS = "00"
               ADD 1 TO WS-NAMES-STORED-COUNT
           ELSE
               DISPLAY "Full name not stored for " TRAN-CUST-ID
                   " - status " WS-NAME-STATUS
           END-IF.
           *> An empty name field leaves what the file already holds
           *> - the bureau sends what it knows, the phone desk may
           *> know more.

       TAKE-NAME-FIELDS.
           IF WS-FIELD-LEGAL-NAME NOT = SPACES
               MOVE WS-FIELD-LEGAL-NAME TO LNAM-LEGAL-NAME
           END-IF.
           IF WS-FIELD-TRADING-NAME NOT = SPACES
               MOVE WS-FIELD-TRADING-NAME TO LNAM-TRADING-NAME
           END-IF.
           IF WS-FIELD-ATTENTION NOT = SPACES
               MOVE WS-FIELD-ATTENTION TO LNAM-ATTENTION
           END-IF.
           ACCEPT LNAM-SET-DATE FROM DATE YYYYMMDD.
           MOVE "CSVLOAD" TO LNAM-SET-BY.

       REJECT-THIS-LINE.
           MOVE WS-WORK-LINE TO REJ-ORIGINAL.
