           *> mis-key surfaces while the customer is still standing
           *> at the counter, not a day later on the register.

           SELECT FINANCIAL-TRAN-FILE ASSIGN TO DYNAMIC
               WS-FIN-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIN-STATUS.
           *> The day's financial transaction file - each accepted
           *> payment is appended as an ordinary credit for the
           *> evening CustomerPosting to pick up. Once NightlyRun has
           *> taken the cutoff it is CUSTFINN, the next business
           *> day's file, instead - OnlineCutoff says which, and the
           *> file is opened and closed around each payment so a
           *> session left signed on never holds CUSTFIN open under
           *> the posting step.

           SELECT PAYMENT-JOURNAL-FILE ASSIGN TO "PAYJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
           05 OPER-AUTHORITY      PIC X(01).
           88 OPER-INQUIRY-LEVEL  VALUE "I".
           88 OPER-UPDATE-LEVEL   VALUE "U".
           05 OPER-BRANCH         PIC X(02).
           *> Spaces is head office, with the whole book.

       FD  CUSTOMER-FILE.
           COPY CUSTREC.
           COPY CUSTFIN.

       FD  PAYMENT-JOURNAL-FILE.
           COPY PAYJRN.

       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-STATUS      PIC X(02) VALUE "00".
       01 WS-CUSTOMER-STATUS      PIC X(02) VALUE "00".
       01 WS-FIN-STATUS           PIC X(02) VALUE "00".
       01 WS-FIN-FILE-NAME        PIC X(08) VALUE "CUSTFIN".
       01 WS-PAY-JRNL-STATUS      PIC X(02) VALUE "00".

       01 WS-OPERATOR-TABLE.
               10 WS-OPER-ID       PIC X(08).
               10 WS-OPER-PASSWORD PIC X(08).
               10 WS-OPER-AUTH     PIC X(01).
               10 WS-OPER-BRANCH   PIC X(02).
       01 WS-OPERATOR-COUNT       PIC 9(02) VALUE 0.
       01 WS-OPERATOR-INDEX       PIC 9(02).
       01 WS-OPER-EOF-SWITCH      PIC X(01) VALUE "N".
       01 WS-AUTHORITY            PIC X(01) VALUE "I".
       88 UPDATE-AUTHORITY        VALUE "U".
       88 INQUIRY-AUTHORITY       VALUE "I".
       01 WS-OPERATOR-BRANCH      PIC X(02) VALUE SPACES.
       88 OPERATOR-ALL-BRANCHES   VALUE SPACES.
       01 WS-BRANCH-ACCESS-SWITCH PIC X(01).
       88 BRANCH-ALLOWED          VALUE "Y".
       88 BRANCH-REFUSED          VALUE "N".
       *> A branch operator reaches only the customers BranchLookup
       *> puts in their branch, the same rule as the customer menu.

       01 WS-MENU-CHOICE          PIC X(01).
       88 MENU-EXIT               VALUE "0".
       *> The operator types the amount with a real decimal point
       *> ("25.00") - NUMVAL converts it, the same way
       *> ExchangeRateMenu takes its rates in.
       01 WS-INPUT-TENDER         PIC X(01).
       88 TENDER-OK               VALUE "C", "Q", "D".
       *> C cash, Q cheque, D card - what the drawer is balanced
       *> by at the end of the day.

       01 WS-CHECK-DIGIT-SWITCH   PIC X(01).
       88 CHECK-DIGIT-OK          VALUE "Y".

       COPY VALDLNK.

       COPY BRNLNK.

       COPY CUTLNK.

       COPY ALERTLNK.

       PROCEDURE DIVISION.
                               TO WS-OPER-PASSWORD(WS-OPERATOR-COUNT)
                           MOVE OPER-AUTHORITY
                               TO WS-OPER-AUTH(WS-OPERATOR-COUNT)
                           MOVE OPER-BRANCH
                               TO WS-OPER-BRANCH(WS-OPERATOR-COUNT)
                       END-IF
               END-READ
           END-PERFORM.
               SET SIGNED-ON TO TRUE
               MOVE WS-SIGNON-ID TO WS-OPERATOR-ID
               MOVE WS-OPER-AUTH(WS-OPERATOR-INDEX) TO WS-AUTHORITY
               MOVE WS-OPER-BRANCH(WS-OPERATOR-INDEX)
                   TO WS-OPERATOR-BRANCH
               DISPLAY "Signed on as " WS-OPERATOR-ID
                   " (authority " WS-AUTHORITY ")"
           END-IF.
               DISPLAY "Customer master not available - status "
                   WS-CUSTOMER-STATUS
           END-IF.
           OPEN EXTEND PAYMENT-JOURNAL-FILE.
           IF WS-PAY-JRNL-STATUS NOT = "00"
               OPEN OUTPUT PAYMENT-JOURNAL-FILE
       MENU-TAKE-ONE-PAYMENT.
           DISPLAY "Customer ID: " WITH NO ADVANCING.
           ACCEPT WS-INPUT-ID.
           PERFORM CHECK-BRANCH-ACCESS.
           IF BRANCH-ALLOWED
               PERFORM VALIDATE-CHECK-DIGIT
               IF CHECK-DIGIT-BAD
                   DISPLAY "Payment rejected, bad check digit ID "
                       WS-INPUT-ID
                   ADD 1 TO WS-REJECT-COUNT
               ELSE
                   MOVE WS-INPUT-ID TO CUST-ID
                   READ CUSTOMER-FILE
                       INVALID KEY
                           DISPLAY "Payment rejected, ID not on file "
                               WS-INPUT-ID
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           PERFORM ACCEPT-AND-WRITE-PAYMENT
                   END-READ
               END-IF
           END-IF.

       CHECK-BRANCH-ACCESS.
           MOVE WS-INPUT-ID TO BRNL-CUST-ID.
           PERFORM FIND-CUSTOMER-BRANCH.
           IF BRANCH-REFUSED
               DISPLAY "Not authorized - customer " WS-INPUT-ID
                   " belongs to branch " BRNL-BRANCH-CODE
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

       FIND-CUSTOMER-BRANCH.
           IF OPERATOR-ALL-BRANCHES
               SET BRANCH-ALLOWED TO TRUE
           ELSE
               SET BRNL-LOOKUP TO TRUE
               CALL "BranchLookup" USING BRNL-CALL-AREA
               IF BRNL-BRANCH-CODE = WS-OPERATOR-BRANCH
                   SET BRANCH-ALLOWED TO TRUE
               ELSE
                   SET BRANCH-REFUSED TO TRUE
               END-IF
           END-IF.
           *> Expects BRNL-CUST-ID set.

       VALIDATE-CHECK-DIGIT.
           SET VALD-CHECK-DIGIT TO TRUE.
           ACCEPT WS-INPUT-AMOUNT-TEXT.
           COMPUTE WS-INPUT-AMOUNT =
               FUNCTION NUMVAL(WS-INPUT-AMOUNT-TEXT).
           DISPLAY "Tender (C cash, Q cheque, D card): "
               WITH NO ADVANCING.
           ACCEPT WS-INPUT-TENDER.
           MOVE FUNCTION UPPER-CASE(WS-INPUT-TENDER)
               TO WS-INPUT-TENDER.
           EVALUATE TRUE
               WHEN WS-INPUT-AMOUNT = 0
                   DISPLAY "Amount not understood - nothing taken"
                   ADD 1 TO WS-REJECT-COUNT
               WHEN NOT TENDER-OK
                   DISPLAY "Tender not C/Q/D - nothing taken"
                   ADD 1 TO WS-REJECT-COUNT
               WHEN OTHER
                   PERFORM WRITE-PAYMENT-TRANSACTION
                   IF CUTL-AFTER-CUTOFF
                       DISPLAY "Payment taken after cutoff - posts "
                           CUTL-POSTING-DATE
                   ELSE
                       DISPLAY "Payment taken - posts this evening"
                   END-IF
           END-EVALUATE.

       WRITE-PAYMENT-TRANSACTION.
           ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STAMP-TIME FROM TIME.
           SET CUTL-QUERY TO TRUE.
           CALL "OnlineCutoff" USING CUTL-CALL-AREA.
           MOVE CUTL-FILE-NAME TO WS-FIN-FILE-NAME.
           OPEN EXTEND FINANCIAL-TRAN-FILE.
           IF WS-FIN-STATUS NOT = "00"
               OPEN OUTPUT FINANCIAL-TRAN-FILE
           END-IF.
           MOVE SPACES TO FIN-TRAN-RECORD.
           MOVE WS-INPUT-ID TO FIN-CUST-ID.
           MOVE "C" TO FIN-DC-CODE.
           *> The reference names the operator who took it - the
           *> stamp rides the transaction onto the register and the
           *> posting history, the way MENUJRNL records who did what.
           MOVE "PY" TO FIN-TRAN-TYPE.
           WRITE FIN-TRAN-RECORD.
           CLOSE FINANCIAL-TRAN-FILE.
           MOVE WS-INPUT-ID TO PJR-CUST-ID.
           MOVE WS-INPUT-AMOUNT TO PJR-AMOUNT.
           MOVE WS-STAMP-DATE TO PJR-STAMP-DATE.
           MOVE WS-STAMP-TIME TO PJR-STAMP-TIME.
           MOVE WS-OPERATOR-ID TO PJR-OPERATOR-ID.
           MOVE WS-INPUT-TENDER TO PJR-TENDER.
           MOVE CUTL-POSTING-DATE TO PJR-POSTING-DATE.
           WRITE PAYMENT-JOURNAL-RECORD.
           ADD 1 TO WS-PAYMENT-COUNT.

           IF WS-CUSTOMER-STATUS = "00"
               CLOSE CUSTOMER-FILE
           END-IF.
           CLOSE PAYMENT-JOURNAL-FILE.

       WRITE-OPERATOR-ALERT.
