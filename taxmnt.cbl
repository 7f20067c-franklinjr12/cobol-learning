       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxRateMenu.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-RATE-FILE ASSIGN TO "TAXRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-RATE-STATUS.
           *> Effective-dated sales-tax rates by customer category,
           *> kept the way ExchangeRateMenu keeps EXCHRATE - new
           *> rates are appended, and CustomerPosting takes the
           *> latest effective date on or before the posting date, so
           *> a rate change never has to rewrite history.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-RATE-FILE.
           COPY TAXRATE.

       WORKING-STORAGE SECTION.
       01 WS-TAX-RATE-STATUS      PIC X(02) VALUE "00".

       01 WS-MENU-CHOICE          PIC X(01).
       88 MENU-EXIT               VALUE "0".
       88 MENU-ADD                VALUE "1".
       88 MENU-LIST               VALUE "2".
       88 MENU-INQUIRE            VALUE "3".

       01 WS-TAX-RATE-EOF-SWITCH  PIC X(01).
       88 TAX-RATE-EOF            VALUE "Y".
       88 TAX-RATE-NOT-EOF        VALUE "N".

       01 WS-INPUT-CATEGORY       PIC 9(02).
       01 WS-INPUT-DATE           PIC 9(08).
       01 WS-INPUT-RATE-TEXT      PIC X(12).
       01 WS-INPUT-RATE           PIC 9(02)V9(04).
       *> Typed as a percentage with a real decimal point ("8.25")
       *> and converted with NUMVAL, as the exchange-rate menu does.
       *> A zero rate is a real answer here - a category can be
       *> exempt from a date onward - so only text NUMVAL cannot
       *> read is turned away.

       01 WS-BEST-DATE            PIC 9(08).
       01 WS-BEST-RATE            PIC 9(02)V9(04).
       01 WS-RATE-EDIT            PIC Z9.9(04).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Tax Rate Menu ===".
           PERFORM SHOW-MENU UNTIL MENU-EXIT.
           DISPLAY "=== Tax Rate Menu End ===".
           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       SHOW-MENU.
           DISPLAY " ".
           DISPLAY "1 - Add a tax rate".
           DISPLAY "2 - List all tax rates".
           DISPLAY "3 - Tax rate in effect on a date".
           DISPLAY "0 - Exit".
           DISPLAY "Select an option: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.
           EVALUATE TRUE
               WHEN MENU-ADD
                   PERFORM MENU-ADD-RATE
               WHEN MENU-LIST
                   PERFORM MENU-LIST-RATES
               WHEN MENU-INQUIRE
                   PERFORM MENU-INQUIRE-RATE
               WHEN MENU-EXIT
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Not a valid option"
           END-EVALUATE.

       MENU-ADD-RATE.
           DISPLAY "Customer category (2 digits): " WITH NO ADVANCING.
           ACCEPT WS-INPUT-CATEGORY.
           DISPLAY "Effective date (CCYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-INPUT-DATE.
           DISPLAY "Tax rate percent (e.g. 8.25): " WITH NO ADVANCING.
           ACCEPT WS-INPUT-RATE-TEXT.
           IF FUNCTION TEST-NUMVAL(WS-INPUT-RATE-TEXT) NOT = 0
               DISPLAY "Rate not understood - nothing added"
           ELSE
               COMPUTE WS-INPUT-RATE =
                   FUNCTION NUMVAL(WS-INPUT-RATE-TEXT)
               IF WS-INPUT-DATE = 0
                   DISPLAY "Effective date missing - nothing added"
               ELSE
                   PERFORM APPEND-RATE-RECORD
               END-IF
           END-IF.

       APPEND-RATE-RECORD.
           OPEN EXTEND TAX-RATE-FILE.
           IF WS-TAX-RATE-STATUS NOT = "00"
               OPEN OUTPUT TAX-RATE-FILE
           END-IF.
           MOVE WS-INPUT-CATEGORY TO TAX-CAT-CODE.
           MOVE WS-INPUT-DATE TO TAX-EFF-DATE.
           MOVE WS-INPUT-RATE TO TAX-RATE-PCT.
           WRITE TAX-RATE-RECORD.
           CLOSE TAX-RATE-FILE.
           DISPLAY "Tax rate added".

       MENU-LIST-RATES.
           OPEN INPUT TAX-RATE-FILE.
           IF WS-TAX-RATE-STATUS NOT = "00"
               DISPLAY "No tax rate file yet"
           ELSE
               SET TAX-RATE-NOT-EOF TO TRUE
               PERFORM LIST-ONE-RATE UNTIL TAX-RATE-EOF
               CLOSE TAX-RATE-FILE
           END-IF.

       LIST-ONE-RATE.
           READ TAX-RATE-FILE
               AT END
                   SET TAX-RATE-EOF TO TRUE
               NOT AT END
                   MOVE TAX-RATE-PCT TO WS-RATE-EDIT
                   DISPLAY "CATEGORY " TAX-CAT-CODE
                       " FROM " TAX-EFF-DATE
                       " RATE " WS-RATE-EDIT "%"
           END-READ.

       MENU-INQUIRE-RATE.
           DISPLAY "Customer category: " WITH NO ADVANCING.
           ACCEPT WS-INPUT-CATEGORY.
           DISPLAY "As-of date (CCYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-INPUT-DATE.
           MOVE 0 TO WS-BEST-DATE.
           MOVE 0 TO WS-BEST-RATE.
           OPEN INPUT TAX-RATE-FILE.
           IF WS-TAX-RATE-STATUS NOT = "00"
               DISPLAY "No tax rate file yet"
           ELSE
               SET TAX-RATE-NOT-EOF TO TRUE
               PERFORM CONSIDER-ONE-RATE UNTIL TAX-RATE-EOF
               CLOSE TAX-RATE-FILE
               IF WS-BEST-DATE = 0
                   DISPLAY "No tax rate in effect for category "
                       WS-INPUT-CATEGORY " on " WS-INPUT-DATE
                       " - its debits post untaxed"
               ELSE
                   MOVE WS-BEST-RATE TO WS-RATE-EDIT
                   DISPLAY "CATEGORY " WS-INPUT-CATEGORY
                       " ON " WS-INPUT-DATE
                       " RATE " WS-RATE-EDIT "%"
                       " (EFFECTIVE " WS-BEST-DATE ")"
               END-IF
           END-IF.

       CONSIDER-ONE-RATE.
           READ TAX-RATE-FILE
               AT END
                   SET TAX-RATE-EOF TO TRUE
               NOT AT END
                   IF TAX-CAT-CODE = WS-INPUT-CATEGORY
                       AND TAX-EFF-DATE <= WS-INPUT-DATE
                       AND TAX-EFF-DATE >= WS-BEST-DATE
                       MOVE TAX-EFF-DATE TO WS-BEST-DATE
                       MOVE TAX-RATE-PCT TO WS-BEST-RATE
                   END-IF
           END-READ.
           *> Latest effective date on or before the as-of date wins -
           *> the same pick CustomerPosting makes when it taxes.
