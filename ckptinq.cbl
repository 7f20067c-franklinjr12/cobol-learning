           05 STORE-TOKEN         PIC X(20).
           05 STORE-STAMP-DATE    PIC 9(08).
           05 STORE-STAMP-TIME    PIC 9(08).
           05 STORE-DETAIL        PIC X(120).

       WORKING-STORAGE SECTION.
       01 WS-STORE-STATUS         PIC X(02) VALUE "00".
               " TOKEN " STORE-TOKEN
               " WRITTEN " STORE-STAMP-DATE " " STORE-STAMP-TIME
               " AGE " WS-AGE-DAYS " DAY(S)".
           IF STORE-DETAIL NOT = SPACES
               DISPLAY "    DETAIL " STORE-DETAIL
           END-IF.
           *> Only a run that keeps more than its token - the posting
           *> run's totals and committed file counts - has a second
           *> line to show.
           ADD 1 TO WS-OUTSTANDING-COUNT.
