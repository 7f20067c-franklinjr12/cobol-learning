           *> rows whose master record is gone are reported, not
           *> silently kept.

           SELECT NAME-FILE ASSIGN TO "CUSTLNAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LNAM-CUST-ID
               FILE STATUS IS WS-NAME-STATUS.
           *> The full legal name goes with the master record too -
           *> it is personal data the archive never carries.

           SELECT BALANCE-FILE ASSIGN TO "CUSTBALF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
       FD  ADDRESS-FILE.
           COPY CUSTADR.

       FD  NAME-FILE.
           COPY CUSTLNM.

       FD  BALANCE-FILE.
           COPY CUSTBAL.

       01 WS-ADDRESS-FILE-SWITCH PIC X(01) VALUE "N".
       88 ADDRESS-FILE-OPEN      VALUE "Y".
       88 ADDRESS-FILE-ABSENT    VALUE "N".
       01 WS-NAME-STATUS         PIC X(02) VALUE "00".
       01 WS-NAME-FILE-SWITCH    PIC X(01) VALUE "N".
       88 NAME-FILE-OPEN         VALUE "Y".
       88 NAME-FILE-ABSENT       VALUE "N".
       01 WS-ADDR-EOF-SWITCH     PIC X(01) VALUE "N".
       88 ADDRESS-EOF            VALUE "Y".
       88 ADDRESS-NOT-EOF        VALUE "N".
           ELSE
               SET ADDRESS-FILE-ABSENT TO TRUE
           END-IF.
           OPEN I-O NAME-FILE.
           IF WS-NAME-STATUS = "00"
               SET NAME-FILE-OPEN TO TRUE
           ELSE
               SET NAME-FILE-ABSENT TO TRUE
           END-IF.
           OPEN INPUT BALANCE-FILE.
           IF WS-BALANCE-STATUS = "00"
               SET BALANCE-FILE-OPEN TO TRUE
                       CONTINUE
               END-DELETE
           END-IF.
           IF NAME-FILE-OPEN
               MOVE CUST-ID TO LNAM-CUST-ID
               DELETE NAME-FILE RECORD
                   INVALID KEY
                       CONTINUE
               END-DELETE
           END-IF.
           ADD 1 TO WS-PURGED-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PURGED MASKED ID " WS-MASKED-ID-EDIT
           IF ADDRESS-FILE-OPEN
               CLOSE ADDRESS-FILE
           END-IF.
           IF NAME-FILE-OPEN
               CLOSE NAME-FILE
           END-IF.
           CLOSE ARCHIVE-FILE.
           CLOSE PURGE-REPORT-FILE.

