               RECORD KEY IS RATE-CAT-CODE
               FILE STATUS IS WS-RATE-STATUS.
           *> The per-category finance-charge rate table the
           *> FinanceCharge cycle run reads, maintained here in
           *> the same plain ACCEPT/DISPLAY style as
           *> CategoryMaintMenu keeps CATREF.

       *> ("1.5") - NUMVAL converts it, the same way
       *> ExchangeRateMenu takes its rates in.

       01 WS-INPUT-FEE-TEXT       PIC X(10).
       01 WS-INPUT-FEE            PIC 9(05)V99.
       *> Returned-cheque fee, keyed the same way ("25.00"). Blank
       *> means no fee.

       01 WS-INPUT-MIN-PCT-TEXT   PIC X(10).
       01 WS-INPUT-MIN-PCT        PIC 9(02)V9(02).
       01 WS-INPUT-FLOOR-TEXT     PIC X(10).
       01 WS-INPUT-FLOOR          PIC 9(05)V99.
       01 WS-INPUT-DUE-DAYS       PIC 9(03).
       01 WS-INPUT-LATE-FEE-TEXT  PIC X(10).
       01 WS-INPUT-LATE-FEE       PIC 9(05)V99.
       *> The statement's minimum-payment and late-fee rules, keyed
       *> the same way. Blank percent and floor ask for the whole
       *> balance; blank due days means 25.

       01 WS-RATE-EDIT            PIC Z9.9(04).
       01 WS-FEE-EDIT             PIC Z(04)9.99.
       01 WS-MIN-PCT-EDIT         PIC Z9.99.
       01 WS-FLOOR-EDIT           PIC Z(04)9.99.
       01 WS-LATE-FEE-EDIT        PIC Z(04)9.99.

       01 WS-LIST-EOF-SWITCH      PIC X(01).
       88 LIST-EOF                VALUE "Y".
           COMPUTE WS-INPUT-RATE =
               FUNCTION NUMVAL(WS-INPUT-RATE-TEXT).

       ACCEPT-NSF-FEE.
           DISPLAY "Returned-cheque fee (blank = none): "
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-FEE-TEXT.
           IF WS-INPUT-FEE-TEXT = SPACES
               MOVE 0 TO WS-INPUT-FEE
           ELSE
               COMPUTE WS-INPUT-FEE =
                   FUNCTION NUMVAL(WS-INPUT-FEE-TEXT)
           END-IF.

       ACCEPT-PAYMENT-RULES.
           DISPLAY "Minimum payment percent (blank = all): "
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-MIN-PCT-TEXT.
           IF WS-INPUT-MIN-PCT-TEXT = SPACES
               MOVE 0 TO WS-INPUT-MIN-PCT
           ELSE
               COMPUTE WS-INPUT-MIN-PCT =
                   FUNCTION NUMVAL(WS-INPUT-MIN-PCT-TEXT)
           END-IF.
           DISPLAY "Minimum payment floor (blank = none): "
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-FLOOR-TEXT.
           IF WS-INPUT-FLOOR-TEXT = SPACES
               MOVE 0 TO WS-INPUT-FLOOR
           ELSE
               COMPUTE WS-INPUT-FLOOR =
                   FUNCTION NUMVAL(WS-INPUT-FLOOR-TEXT)
           END-IF.
           DISPLAY "Days from statement to due date (000 = 25): "
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-DUE-DAYS.
           DISPLAY "Late fee (blank = none): " WITH NO ADVANCING.
           ACCEPT WS-INPUT-LATE-FEE-TEXT.
           IF WS-INPUT-LATE-FEE-TEXT = SPACES
               MOVE 0 TO WS-INPUT-LATE-FEE
           ELSE
               COMPUTE WS-INPUT-LATE-FEE =
                   FUNCTION NUMVAL(WS-INPUT-LATE-FEE-TEXT)
           END-IF.

       APPLY-PAYMENT-RULES.
           MOVE WS-INPUT-MIN-PCT TO RATE-MIN-PAY-PCT.
           MOVE WS-INPUT-FLOOR TO RATE-MIN-PAY-FLOOR.
           MOVE WS-INPUT-DUE-DAYS TO RATE-DUE-DAYS.
           MOVE WS-INPUT-LATE-FEE TO RATE-LATE-FEE.

       MENU-ADD-RATE.
           PERFORM PROMPT-FOR-CODE.
           PERFORM ACCEPT-MONTHLY-RATE.
           PERFORM ACCEPT-NSF-FEE.
           PERFORM ACCEPT-PAYMENT-RULES.
           IF WS-INPUT-RATE = 0
               DISPLAY "Rate not understood - nothing added"
               ADD 1 TO WS-REJECT-COUNT
           ELSE
               MOVE WS-INPUT-RATE TO RATE-MONTHLY-PCT
               MOVE WS-INPUT-FEE TO RATE-NSF-FEE
               PERFORM APPLY-PAYMENT-RULES
               SET RATE-ACTIVE TO TRUE
               WRITE CAT-RATE-RECORD
                   INVALID KEY
                   ADD 1 TO WS-REJECT-COUNT
               NOT INVALID KEY
                   PERFORM ACCEPT-MONTHLY-RATE
                   PERFORM ACCEPT-NSF-FEE
                   PERFORM ACCEPT-PAYMENT-RULES
                   IF WS-INPUT-RATE = 0
                       DISPLAY "Rate not understood - left alone"
                       ADD 1 TO WS-REJECT-COUNT
                   ELSE
                       MOVE WS-INPUT-RATE TO RATE-MONTHLY-PCT
                       MOVE WS-INPUT-FEE TO RATE-NSF-FEE
                       PERFORM APPLY-PAYMENT-RULES
                       REWRITE CAT-RATE-RECORD
                       DISPLAY "Rate changed"
                   END-IF
               INVALID KEY
                   DISPLAY "No rate on file for code " WS-INPUT-CODE
               NOT INVALID KEY
                   PERFORM DISPLAY-ONE-RATE
           END-READ.

       MENU-LIST-RATES.
               AT END
                   SET LIST-EOF TO TRUE
               NOT AT END
                   PERFORM DISPLAY-ONE-RATE
           END-READ.

       DISPLAY-ONE-RATE.
           MOVE RATE-MONTHLY-PCT TO WS-RATE-EDIT.
           MOVE RATE-NSF-FEE TO WS-FEE-EDIT.
           DISPLAY "Code " RATE-CAT-CODE
               " monthly " WS-RATE-EDIT
               " pct (" RATE-ACTIVE-FLAG ")"
               " returned-cheque fee " WS-FEE-EDIT.
           MOVE RATE-MIN-PAY-PCT TO WS-MIN-PCT-EDIT.
           MOVE RATE-MIN-PAY-FLOOR TO WS-FLOOR-EDIT.
           MOVE RATE-LATE-FEE TO WS-LATE-FEE-EDIT.
           DISPLAY "     minimum " WS-MIN-PCT-EDIT
               " pct, floor " WS-FLOOR-EDIT
               ", due in " RATE-DUE-DAYS " days"
               ", late fee " WS-LATE-FEE-EDIT.
