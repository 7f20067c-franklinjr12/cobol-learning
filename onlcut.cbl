       IDENTIFICATION DIVISION.
       PROGRAM-ID. OnlineCutoff.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUTOFF-FILE ASSIGN TO "ONLCUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUTOFF-STATUS.
           *> One record - whether the cutoff is in force, the
           *> posting day it was taken for, and when it was taken
           *> and lifted. Reread on every call, so a menu that has
           *> been signed on all afternoon still sees the cutoff the
           *> moment NightlyRun takes it.

           SELECT FINANCIAL-TRAN-FILE ASSIGN TO "CUSTFIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIN-STATUS.
           *> The posting day's transaction file. Only touched here
           *> when the cutoff is taken, to fold in what was held
           *> back for it.

           SELECT NEXT-DAY-TRAN-FILE ASSIGN TO "CUSTFINN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEXT-STATUS.
           *> Entries the menus took while the cutoff was in force -
           *> the next business day's CUSTFIN, waiting for that
           *> day's cutoff to move them across.

       DATA DIVISION.
       FILE SECTION.
       FD  CUTOFF-FILE.
       01  CUTOFF-FILE-RECORD     PIC X(55).

       FD  FINANCIAL-TRAN-FILE.
           COPY CUSTFIN.

       FD  NEXT-DAY-TRAN-FILE.
           COPY CUSTFIN REPLACING LEADING ==FIN-== BY ==NEXT-==.

       WORKING-STORAGE SECTION.
       01 WS-CUTOFF-STATUS        PIC X(02) VALUE "00".
       01 WS-FIN-STATUS           PIC X(02) VALUE "00".
       01 WS-NEXT-STATUS          PIC X(02) VALUE "00".

       01 WS-NEXT-EOF-SWITCH      PIC X(01).
       88 NEXT-EOF                VALUE "Y".
       88 NEXT-NOT-EOF            VALUE "N".

       01 ONLINE-CUTOFF-RECORD.
           05 CUT-STATE           PIC X(01).
           88 CUT-IN-FORCE        VALUE "C".
           88 CUT-LIFTED          VALUE "O".
           05 CUT-POSTING-DATE    PIC 9(08).
           05 CUT-NEXT-DATE       PIC 9(08).
           05 CUT-TAKEN-DATE      PIC 9(08).
           05 CUT-TAKEN-TIME      PIC 9(08).
           05 CUT-MOVED-COUNT     PIC 9(06).
           05 CUT-LIFTED-DATE     PIC 9(08).
           05 CUT-LIFTED-TIME     PIC 9(08).
       *> Held here between the read and the rewrite - ONLCUT is
       *> closed again the moment it has been read.
       01 WS-CUTOFF-HELD          PIC X(01).
       01 WS-TODAY                PIC 9(08).
       01 WS-POSTING-DATE         PIC 9(08).
       01 WS-NEXT-DATE            PIC 9(08).
       01 WS-DATE-INTEGER         PIC 9(08).
       01 WS-MOVED-COUNT          PIC 9(06).
       01 WS-MOVE-SWITCH          PIC X(01).
       88 MOVE-OK                 VALUE "Y".
       88 MOVE-FAILED             VALUE "N".

       COPY BUSDLNK.

       LINKAGE SECTION.
       COPY CUTLNK.

       PROCEDURE DIVISION USING CUTL-CALL-AREA.
       MAIN-LOGIC.
           MOVE SPACES TO CUTL-FILE-STATUS.
           EVALUATE TRUE
               WHEN CUTL-QUERY
                   PERFORM ANSWER-QUERY
               WHEN CUTL-TAKE-CUTOFF
                   PERFORM TAKE-CUTOFF
               WHEN CUTL-LIFT-CUTOFF
                   PERFORM LIFT-CUTOFF
               WHEN OTHER
                   SET CUTL-FAILED TO TRUE
           END-EVALUATE.
           EXIT PROGRAM.

       READ-CUTOFF-RECORD.
           MOVE "N" TO WS-CUTOFF-HELD.
           OPEN INPUT CUTOFF-FILE.
           IF WS-CUTOFF-STATUS = "00"
               READ CUTOFF-FILE INTO ONLINE-CUTOFF-RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-CUTOFF-HELD
               END-READ
               CLOSE CUTOFF-FILE
           END-IF.
           IF WS-CUTOFF-HELD = "N"
               MOVE "O" TO CUT-STATE
               MOVE 0 TO CUT-POSTING-DATE
               MOVE 0 TO CUT-NEXT-DATE
               MOVE 0 TO CUT-TAKEN-DATE
               MOVE 0 TO CUT-TAKEN-TIME
               MOVE 0 TO CUT-MOVED-COUNT
               MOVE 0 TO CUT-LIFTED-DATE
               MOVE 0 TO CUT-LIFTED-TIME
           END-IF.
           *> No ONLCUT at all is a shop that has never had a cutoff
           *> taken - the menus write CUSTFIN as they always did.

       ANSWER-QUERY.
           PERFORM READ-CUTOFF-RECORD.
           IF CUT-IN-FORCE
               MOVE "CUSTFINN" TO CUTL-FILE-NAME
               MOVE CUT-NEXT-DATE TO CUTL-POSTING-DATE
               SET CUTL-AFTER-CUTOFF TO TRUE
           ELSE
               MOVE "CUSTFIN" TO CUTL-FILE-NAME
               ACCEPT WS-TODAY FROM DATE YYYYMMDD
               SET BUSD-NEXT-BUSINESS TO TRUE
               MOVE WS-TODAY TO BUSD-DATE-IN
               CALL "BusinessDate" USING BUSD-CALL-AREA
               MOVE BUSD-DATE-OUT TO CUTL-POSTING-DATE
               IF CUT-NEXT-DATE > CUTL-POSTING-DATE
                   MOVE CUT-NEXT-DATE TO CUTL-POSTING-DATE
               END-IF
               SET CUTL-BEFORE-CUTOFF TO TRUE
           END-IF.
           *> Once tonight's run has lifted the cutoff, an entry made
           *> before midnight still belongs to the next business day
           *> - that day's posting is the one that will take it.

       TAKE-CUTOFF.
           MOVE 0 TO CUTL-MOVED-COUNT.
           PERFORM READ-CUTOFF-RECORD.
           SET BUSD-NEXT-BUSINESS TO TRUE.
           MOVE CUTL-RUN-DATE TO BUSD-DATE-IN.
           CALL "BusinessDate" USING BUSD-CALL-AREA.
           MOVE BUSD-DATE-OUT TO WS-POSTING-DATE.
           MOVE WS-POSTING-DATE TO CUTL-POSTING-DATE.
           IF CUT-IN-FORCE AND CUT-POSTING-DATE = WS-POSTING-DATE
               SET CUTL-ALREADY-TAKEN TO TRUE
           ELSE
               PERFORM MOVE-NEXT-DAY-ENTRIES
               IF MOVE-OK
                   PERFORM RECORD-CUTOFF-TAKEN
               ELSE
                   SET CUTL-FAILED TO TRUE
                   MOVE WS-NEXT-STATUS TO CUTL-FILE-STATUS
               END-IF
           END-IF.
           *> A rerun of a failed night finds its own cutoff still in
           *> force and leaves CUSTFINN alone - what is there now
           *> was taken after tonight's cutoff and belongs to the
           *> next posting day. A cutoff left in force by an earlier
           *> night that never finished is simply taken afresh.

       MOVE-NEXT-DAY-ENTRIES.
           SET MOVE-OK TO TRUE.
           MOVE 0 TO WS-MOVED-COUNT.
           OPEN INPUT NEXT-DAY-TRAN-FILE.
           EVALUATE WS-NEXT-STATUS
               WHEN "00"
                   PERFORM COPY-NEXT-DAY-ENTRIES
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   SET MOVE-FAILED TO TRUE
           END-EVALUATE.
           MOVE WS-MOVED-COUNT TO CUTL-MOVED-COUNT.
           *> No CUSTFINN (35) is a night with nothing taken after
           *> the last cutoff.

       COPY-NEXT-DAY-ENTRIES.
           OPEN EXTEND FINANCIAL-TRAN-FILE.
           IF WS-FIN-STATUS NOT = "00"
               OPEN OUTPUT FINANCIAL-TRAN-FILE
           END-IF.
           SET NEXT-NOT-EOF TO TRUE.
           PERFORM UNTIL NEXT-EOF
               READ NEXT-DAY-TRAN-FILE
                   AT END
                       SET NEXT-EOF TO TRUE
                   NOT AT END
                       WRITE FIN-TRAN-RECORD FROM NEXT-TRAN-RECORD
                       ADD 1 TO WS-MOVED-COUNT
               END-READ
           END-PERFORM.
           CLOSE FINANCIAL-TRAN-FILE.
           CLOSE NEXT-DAY-TRAN-FILE.
           OPEN OUTPUT NEXT-DAY-TRAN-FILE.
           CLOSE NEXT-DAY-TRAN-FILE.
           *> Emptied once copied, the same way LockboxImport
           *> empties LOCKBOX - a second cutoff must not move the
           *> same entries twice.

       RECORD-CUTOFF-TAKEN.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-POSTING-DATE) + 1.
           COMPUTE WS-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           SET BUSD-NEXT-BUSINESS TO TRUE.
           MOVE WS-NEXT-DATE TO BUSD-DATE-IN.
           CALL "BusinessDate" USING BUSD-CALL-AREA.
           MOVE "C" TO CUT-STATE.
           MOVE WS-POSTING-DATE TO CUT-POSTING-DATE.
           MOVE BUSD-DATE-OUT TO CUT-NEXT-DATE.
           ACCEPT CUT-TAKEN-DATE FROM DATE YYYYMMDD.
           ACCEPT CUT-TAKEN-TIME FROM TIME.
           MOVE WS-MOVED-COUNT TO CUT-MOVED-COUNT.
           MOVE 0 TO CUT-LIFTED-DATE.
           MOVE 0 TO CUT-LIFTED-TIME.
           PERFORM WRITE-CUTOFF-RECORD.
           IF WS-CUTOFF-STATUS = "00"
               SET CUTL-DONE TO TRUE
           ELSE
               SET CUTL-FAILED TO TRUE
               MOVE WS-CUTOFF-STATUS TO CUTL-FILE-STATUS
           END-IF.

       LIFT-CUTOFF.
           PERFORM READ-CUTOFF-RECORD.
           MOVE "O" TO CUT-STATE.
           ACCEPT CUT-LIFTED-DATE FROM DATE YYYYMMDD.
           ACCEPT CUT-LIFTED-TIME FROM TIME.
           PERFORM WRITE-CUTOFF-RECORD.
           IF WS-CUTOFF-STATUS = "00"
               SET CUTL-DONE TO TRUE
           ELSE
               SET CUTL-FAILED TO TRUE
               MOVE WS-CUTOFF-STATUS TO CUTL-FILE-STATUS
           END-IF.
           *> The posting day and next day stay on the record, so an
           *> entry made after the lift but before midnight is still
           *> dated for the next business day.

       WRITE-CUTOFF-RECORD.
           OPEN OUTPUT CUTOFF-FILE.
           IF WS-CUTOFF-STATUS = "00"
               WRITE CUTOFF-FILE-RECORD FROM ONLINE-CUTOFF-RECORD
               CLOSE CUTOFF-FILE
           END-IF.
