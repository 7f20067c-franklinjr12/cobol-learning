       IDENTIFICATION DIVISION.
       PROGRAM-ID. BillingCycle.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-NOMINAL-DATE.
           05 WS-NOMINAL-YEAR     PIC 9(04).
           05 WS-NOMINAL-MONTH    PIC 9(02).
           05 WS-NOMINAL-DAY      PIC 9(02).
       01 WS-NOMINAL-NUMBER REDEFINES WS-NOMINAL-DATE PIC 9(08).
       *> The cycle day in a given month before any roll - built a
       *> piece at a time, handed to BusinessDate whole.

       01 WS-CYCLE-DAY            PIC 9(02).
       01 WS-MONTHS-TRIED         PIC 9(01).

       COPY BUSDLNK.

       LINKAGE SECTION.
       COPY CYCLNK.

       PROCEDURE DIVISION USING CYCL-CALL-AREA.
       MAIN-LOGIC.
           SET CYCL-OK TO TRUE.
           EVALUATE TRUE
               WHEN CYCL-DUE-TODAY
                   PERFORM FIND-CYCLES-DUE
               WHEN CYCL-NEXT-DATE
                   IF CYCL-DAY < 1 OR CYCL-DAY > 28
                       SET CYCL-BAD-REQUEST TO TRUE
                       MOVE 0 TO CYCL-DATE-OUT
                   ELSE
                       PERFORM FIND-NEXT-STATEMENT-DATE
                   END-IF
               WHEN OTHER
                   SET CYCL-BAD-REQUEST TO TRUE
           END-EVALUATE.
           EXIT PROGRAM.

       FIND-CYCLES-DUE.
           MOVE ALL "N" TO CYCL-DUE-FLAGS.
           MOVE 0 TO CYCL-DUE-COUNT.
           MOVE CYCL-DATE-IN TO WS-NOMINAL-NUMBER.
           PERFORM MARK-ONE-CYCLE-DAY
               VARYING WS-CYCLE-DAY FROM 1 BY 1
               UNTIL WS-CYCLE-DAY > 28.
           PERFORM STEP-BACK-ONE-MONTH.
           PERFORM MARK-ONE-CYCLE-DAY
               VARYING WS-CYCLE-DAY FROM 1 BY 1
               UNTIL WS-CYCLE-DAY > 28.
           *> Last month is tried as well - a late cycle day held
           *> over a long holiday can roll into the first days of
           *> the next month, and still falls due when it lands.

       MARK-ONE-CYCLE-DAY.
           MOVE WS-CYCLE-DAY TO WS-NOMINAL-DAY.
           SET BUSD-NEXT-BUSINESS TO TRUE.
           MOVE WS-NOMINAL-NUMBER TO BUSD-DATE-IN.
           CALL "BusinessDate" USING BUSD-CALL-AREA.
           IF BUSD-DATE-OUT = CYCL-DATE-IN
               AND CYCL-DUE-FLAG(WS-CYCLE-DAY) = "N"
               MOVE "Y" TO CYCL-DUE-FLAG(WS-CYCLE-DAY)
               ADD 1 TO CYCL-DUE-COUNT
           END-IF.

       FIND-NEXT-STATEMENT-DATE.
           MOVE CYCL-DATE-IN TO WS-NOMINAL-NUMBER.
           MOVE CYCL-DAY TO WS-NOMINAL-DAY.
           PERFORM STEP-BACK-ONE-MONTH.
           MOVE 0 TO WS-MONTHS-TRIED.
           MOVE 0 TO CYCL-DATE-OUT.
           PERFORM TRY-ONE-MONTH
               UNTIL CYCL-DATE-OUT >= CYCL-DATE-IN
                  OR WS-MONTHS-TRIED > 2.
           *> Starts a month early for the same reason as above -
           *> last month's cycle date may not have landed yet.

       TRY-ONE-MONTH.
           ADD 1 TO WS-MONTHS-TRIED.
           SET BUSD-NEXT-BUSINESS TO TRUE.
           MOVE WS-NOMINAL-NUMBER TO BUSD-DATE-IN.
           CALL "BusinessDate" USING BUSD-CALL-AREA.
           MOVE BUSD-DATE-OUT TO CYCL-DATE-OUT.
           PERFORM STEP-FORWARD-ONE-MONTH.

       STEP-BACK-ONE-MONTH.
           IF WS-NOMINAL-MONTH = 1
               MOVE 12 TO WS-NOMINAL-MONTH
               SUBTRACT 1 FROM WS-NOMINAL-YEAR
           ELSE
               SUBTRACT 1 FROM WS-NOMINAL-MONTH
           END-IF.

       STEP-FORWARD-ONE-MONTH.
           IF WS-NOMINAL-MONTH = 12
               MOVE 1 TO WS-NOMINAL-MONTH
               ADD 1 TO WS-NOMINAL-YEAR
           ELSE
               ADD 1 TO WS-NOMINAL-MONTH
           END-IF.
