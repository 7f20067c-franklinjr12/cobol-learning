           05 STORE-TOKEN         PIC X(20).
           05 STORE-STAMP-DATE    PIC 9(08).
           05 STORE-STAMP-TIME    PIC 9(08).
           05 STORE-DETAIL        PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-STORE-STATUS         PIC X(02) VALUE "00".
       WRITE-CHECKPOINT-ENTRY.
           MOVE CKPT-PROGRAM-NAME TO STORE-PROGRAM-NAME.
           MOVE CKPT-TOKEN TO STORE-TOKEN.
           MOVE CKPT-DETAIL TO STORE-DETAIL.
           ACCEPT STORE-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT STORE-STAMP-TIME FROM TIME.
           WRITE CHECKPOINT-STORE-RECORD
               INVALID KEY
                   SET CKPT-NOT-FOUND TO TRUE
                   MOVE SPACES TO CKPT-TOKEN
                   MOVE SPACES TO CKPT-DETAIL
                   MOVE 0 TO CKPT-STAMP-DATE
                   MOVE 0 TO CKPT-STAMP-TIME
               NOT INVALID KEY
                   SET CKPT-FOUND TO TRUE
                   MOVE STORE-TOKEN TO CKPT-TOKEN
                   MOVE STORE-DETAIL TO CKPT-DETAIL
                   MOVE STORE-STAMP-DATE TO CKPT-STAMP-DATE
                   MOVE STORE-STAMP-TIME TO CKPT-STAMP-TIME
           END-READ.
