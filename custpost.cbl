           *> Daily financial transaction file - one debit or credit
           *> per line, the money-side counterpart of CUSTTRAN.

           SELECT SORT-WORK-FILE ASSIGN TO "POSTSWK".
           *> Scratch work file for the match-merge SORT - never
           *> opened or read directly by this program.

           SELECT SORTED-FIN-FILE ASSIGN TO "CUSTFSRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FIN-STATUS.
           *> Tonight's CUSTFIN in FIN-CUST-ID order for a match-merge
           *> run. Kept until the next sort so a rerun walks the very
           *> same sequence its checkpoint counted.

           SELECT POSTING-REGISTER-FILE ASSIGN TO "CUSTPREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-STATUS.
           *> loaded once so a foreign-currency transaction can be
           *> converted at the rate in effect on its posting date.

           SELECT TRAN-TYPE-FILE ASSIGN TO "TRANTYPE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TYPE-CODE
               FILE STATUS IS WS-TYPE-STATUS.
           *> The transaction type table TranTypeMaintMenu keeps -
           *> every posting's FIN-TRAN-TYPE must be on it, active,
           *> and running the direction its type allows.

           SELECT TAX-RATE-FILE ASSIGN TO "TAXRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-RATE-STATUS.
           *> Effective-dated sales-tax rates by customer category,
           *> kept by TaxRateMenu - loaded once, like EXCHRATE.

           SELECT TAX-JOURNAL-FILE ASSIGN TO "TAXJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAX-JRNL-STATUS.
           *> One line per TX debit raised - base, rate and tax - for
           *> TaxReport. Appended like POSTHIST, and cut back with it
           *> on a restart.

           SELECT CONVERSION-REGISTER-FILE ASSIGN TO "CUSTCREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONV-REG-STATUS.
           *> retries them after the maintenance step runs, instead
           *> of someone re-keying them off the register by hand.

           SELECT POSTING-CONTROL-FILE ASSIGN TO "POSTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTCTL-STATUS.
           *> How many transactions pass between restart points,
           *> and whether tonight posts in match-merge order. No
           *> record (or zero) means the default interval below and
           *> the random-read pass.

           SELECT RESTART-TRIM-FILE ASSIGN TO DYNAMIC WS-TRIM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRIM-STATUS.
           *> Whichever output a rerun is cutting back to its last
           *> committed line count - POSTHIST, the queues, the
           *> register, GLWORK - named at run time the way NightlyRun
           *> names its RUNRC files, so one set of paragraphs trims
           *> them all.

           SELECT RESTART-WORK-FILE ASSIGN TO "POSTRWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RWORK-STATUS.
           *> Scratch copy of the committed lines while a file is
           *> being cut back.

           SELECT RELATION-FILE ASSIGN TO "CUSTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REL-CUST-ID
               ALTERNATE RECORD KEY IS REL-PARENT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-RELATION-STATUS.
           *> The corporate groups CustomerGroupMenu keeps - read
           *> through once before posting starts, so a subsidiary's
           *> debit is judged against its group's limit as well as
           *> its own.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-FILE.
           COPY CUSTBAL.

       FD  FINANCIAL-TRAN-FILE.
       01  FIN-FILE-RECORD        PIC X(60).

       SD  SORT-WORK-FILE.
       01  SORT-FIN-RECORD.
           05 SW-FIN-CUST-ID      PIC 9(10).
           05 SW-FIN-REST         PIC X(50).
           *> Covers the whole 60-byte line the transaction image is
           *> carried in everywhere else, or the SORT truncates the
           *> tail.

       FD  SORTED-FIN-FILE.
       01  SORTED-FIN-RECORD      PIC X(60).

       FD  POSTING-REGISTER-FILE.
       01  POSTING-REGISTER-RECORD PIC X(80).
           05 RATE-EFF-DATE       PIC 9(08).
           05 RATE-VALUE          PIC 9(03)V9(06).

       FD  TRAN-TYPE-FILE.
           COPY TRANTYP.

       FD  TAX-RATE-FILE.
           COPY TAXRATE.

       FD  TAX-JOURNAL-FILE.
           COPY CUSTTAX.

       FD  CONVERSION-REGISTER-FILE.
       01  CONVERSION-REGISTER-RECORD PIC X(80).

           05 GLW-CUST-CAT        PIC 9(02).
           05 GLW-DC-CODE         PIC X(01).
           05 GLW-AMOUNT          PIC 9(07)V99.
           05 GLW-TRAN-TYPE       PIC X(02).
           *> GlInterface offsets each type to its own account.
           05 GLW-BRANCH          PIC X(02).
           *> The branch that owns the customer - GlInterface posts
           *> each branch's money to that branch's accounts.

       FD  POSTING-CONTROL-FILE.
       01  POSTING-CTL-RECORD.
           05 CTL-CKPT-INTERVAL   PIC 9(03).
           05 CTL-POST-MODE       PIC X(01).
           *> "S" sorts the night's CUSTFIN by customer and walks it
           *> against the master and balance file in key order.

       FD  RESTART-TRIM-FILE.
       01  RESTART-TRIM-RECORD    PIC X(132).

       FD  RESTART-WORK-FILE.
       01  RESTART-WORK-RECORD    PIC X(132).

       FD  RELATION-FILE.
           COPY CUSTREL.

       WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-STATUS      PIC X(02) VALUE "00".
       01 WS-GLWORK-STATUS        PIC X(02) VALUE "00".
       01 WS-RATE-STATUS          PIC X(02) VALUE "00".
       01 WS-CONV-REG-STATUS      PIC X(02) VALUE "00".
       01 WS-TYPE-STATUS          PIC X(02) VALUE "00".
       01 WS-TAX-RATE-STATUS      PIC X(02) VALUE "00".
       01 WS-TAX-JRNL-STATUS      PIC X(02) VALUE "00".
       01 WS-TYPE-TABLE-SWITCH    PIC X(01) VALUE "N".
       88 TYPE-TABLE-OPEN         VALUE "Y".
       88 TYPE-TABLE-MISSING      VALUE "N".
       01 WS-CLOSED-PD-STATUS     PIC X(02) VALUE "00".
       01 WS-BATCH-STATUS         PIC X(02) VALUE "00".
       01 WS-BATCH-ID             PIC 9(06) VALUE 1.
       *> A zero BAL-CREDIT-LIMIT means no limit has ever been set -
       *> enforcement starts the day credit control punches one in,
       *> so a brand-new account can still take its first debit.
       01 WS-LIMIT-BREACH-SWITCH  PIC X(01).
       88 ACCOUNT-LIMIT-BREACH    VALUE "A".
       88 GROUP-LIMIT-BREACH      VALUE "G".

       01 WS-RELATION-STATUS      PIC X(02) VALUE "00".
       01 WS-RELATION-EOF-SWITCH  PIC X(01) VALUE "N".
       88 RELATION-EOF            VALUE "Y".
       88 RELATION-NOT-EOF        VALUE "N".
       01 WS-PARENT-GROUP-TABLE.
           05 WS-PARENT-GROUP-ENTRY OCCURS 500 TIMES.
               10 WS-PGR-PARENT-ID PIC 9(10).
               10 WS-PGR-LIMIT    PIC 9(09)V99.
               10 WS-PGR-BALANCE  PIC S9(09)V99.
       01 WS-PARENT-GROUP-COUNT   PIC 9(03) VALUE 0.
       01 WS-PARENT-GROUP-INDEX   PIC 9(03).
       01 WS-GROUP-MEMBER-TABLE.
           05 WS-GROUP-MEMBER-ENTRY OCCURS 3000 TIMES.
               10 WS-GMB-CUST-ID  PIC 9(10).
               10 WS-GMB-PARENT-ID PIC 9(10).
               10 WS-GMB-GROUP-INDEX PIC 9(03).
       01 WS-GROUP-MEMBER-COUNT   PIC 9(04) VALUE 0.
       01 WS-GROUP-MEMBER-INDEX   PIC 9(04).
       01 WS-GROUP-FOUND-INDEX    PIC 9(03).
       01 WS-GROUP-OVF-COUNT      PIC 9(06) VALUE 0.
       01 WS-PRE-POST-BALANCE     PIC S9(07)V99.
       *> Every corporate group's limit and the balance its members
       *> owe between them, summed off CUSTBALF before the first
       *> posting and moved by every posting settled to a member
       *> after - a payment to one subsidiary makes room for the
       *> others the same night. A member past the table is judged
       *> on its own limit alone.

       01 WS-RATE-EOF-SWITCH      PIC X(01) VALUE "N".
       88 RATE-EOF                VALUE "Y".
       *> date on or before the posting date wins, the same pick
       *> CurrencyReport and the rate menu's inquiry make.

       01 WS-TAX-RATE-EOF-SWITCH  PIC X(01) VALUE "N".
       88 TAX-RATE-EOF            VALUE "Y".
       88 TAX-RATE-NOT-EOF        VALUE "N".
       01 WS-TAX-RATE-TABLE.
           05 WS-TAX-RATE-ENTRY OCCURS 200 TIMES.
               10 WS-TXR-CAT-CODE PIC 9(02).
               10 WS-TXR-EFF-DATE PIC 9(08).
               10 WS-TXR-RATE-PCT PIC 9(02)V9(04).
       01 WS-TAX-RATE-COUNT       PIC 9(03) VALUE 0.
       01 WS-TAX-RATE-INDEX       PIC 9(03).
       01 WS-BEST-TAX-DATE        PIC 9(08).
       01 WS-BEST-TAX-RATE        PIC 9(02)V9(04).
       01 WS-TAXABLE-SWITCH       PIC X(01) VALUE "N".
       88 TAXABLE-POSTING         VALUE "Y".
       88 UNTAXED-POSTING         VALUE "N".
       01 WS-TAX-AMOUNT           PIC 9(07)V99 VALUE 0.
       01 WS-TAXED-TYPE           PIC X(02).
       01 WS-TAXED-AMOUNT         PIC 9(07)V99.
       01 WS-TAX-RATE-EDIT        PIC Z9.9(04).
       *> A debit of a type TRANTYPE flags taxable draws a TX debit
       *> of its own at the rate in effect for the customer's
       *> category on the posting date - the latest effective date
       *> on or before it, the same pick as the exchange rates. No
       *> rate in effect means no tax.

       01 WS-TYPE-CHECK-SWITCH    PIC X(01).
       88 TYPE-OK                 VALUE "Y".
       88 TYPE-NOT-ON-FILE        VALUE "N".
       88 TYPE-RETIRED            VALUE "I".
       88 TYPE-WRONG-WAY          VALUE "W".
       88 TYPE-INVALID            VALUE "N", "I", "W".

       01 WS-CURRENCY-SWITCH      PIC X(01).
       88 CURRENCY-OK             VALUE "Y".
       88 CURRENCY-NO-RATE        VALUE "N".
       01 WS-HELD-COUNT           PIC 9(06) VALUE 0.
       01 WS-SUSPENSE-COUNT       PIC 9(06) VALUE 0.
       01 WS-CONVERTED-COUNT      PIC 9(06) VALUE 0.
       01 WS-RECOVERED-COUNT      PIC 9(06) VALUE 0.
       01 WS-RECOVERED-TYPE       PIC X(02).
       *> A credit landing on a written-off account is a recovery -
       *> the written-off amount is first reinstated with an RC
       *> debit, then the credit pays it down, so the account stays
       *> at zero and the ledger sees cash against bad-debt
       *> recovery rather than against receivables already gone.
       01 WS-RATE-EDIT            PIC ZZ9.9(06).
       01 WS-DEBIT-TOTAL          PIC 9(09)V99 VALUE 0.
       01 WS-CREDIT-TOTAL         PIC 9(09)V99 VALUE 0.
       *> transaction punched without a date falls back to the run
       *> date, the same stance STAMP-DELETE-DATE takes on the
       *> maintenance side.
       COPY CUSTFIN.
       *> The transaction being posted - read INTO from whichever
       *> of CUSTFIN or its sorted copy tonight's pass walks.

       01 WS-DATE-VALID-SWITCH    PIC X(01).
       88 DATE-VALID              VALUE "Y".
       88 DATE-INVALID            VALUE "N".
       *> keeps the full 9(09)V99 width - the per-account balance
       *> edit above would drop the high-order digits.

       01 WS-POSTCTL-STATUS       PIC X(02) VALUE "00".
       01 WS-TRIM-STATUS          PIC X(02) VALUE "00".
       01 WS-RWORK-STATUS         PIC X(02) VALUE "00".
       01 WS-TRIM-FILE-NAME       PIC X(08).
       01 WS-POST-MODE-SWITCH     PIC X(01) VALUE "R".
       88 SORTED-POSTING          VALUE "S".
       88 RANDOM-POSTING          VALUE "R".
       *> Random posting reads the master and balance file by key
       *> for every line, in arrival order. Sorted posting matches
       *> one key-ordered pass of each against the sorted
       *> transactions - an account's postings arrive together, in
       *> their original order, so a trial needs no running-balance
       *> table and has no account ceiling.

       01 WS-MASTER-CURSOR-SWITCH PIC X(01) VALUE "A".
       88 MASTER-CURSOR-ACTIVE    VALUE "A".
       88 MASTER-CURSOR-EOF       VALUE "E".
       01 WS-BAL-CURSOR-SWITCH    PIC X(01) VALUE "A".
       88 BAL-CURSOR-ACTIVE       VALUE "A".
       88 BAL-CURSOR-LAST         VALUE "L".
       88 BAL-AHEAD-EOF           VALUE "E".
       01 WS-BAL-AHEAD-ID         PIC 9(10) VALUE 0.
       01 WS-BAL-AHEAD-IMAGE      PIC X(60).
       *> The next balance record the walk has not reached yet -
       *> read ahead, so the record area stays free for the account
       *> being posted. "L" means nothing on file follows it.
       01 WS-GROUP-CUST-ID        PIC 9(10) VALUE 0.
       01 WS-GROUP-BAL-SWITCH     PIC X(01) VALUE "N".
       88 GROUP-BALANCE-FOUND     VALUE "Y".
       88 GROUP-BALANCE-MISSING   VALUE "N".
       01 WS-GROUP-BAL-IMAGE      PIC X(60).
       *> The balance record of the account whose postings are
       *> passing now, as the last of them left it - the sorted
       *> walk's answer to the trial table, with no size limit.

       01 WS-CKPT-INTERVAL        PIC 9(03) VALUE 100.
       01 WS-SINCE-CHECKPOINT     PIC 9(03) VALUE 0.
       01 WS-RECORDS-READ         PIC 9(09) VALUE 0.
       *> Transactions taken off CUSTFIN this run, counting the ones
       *> a rerun skipped - the position a checkpoint records.

       01 WS-RESTART-SWITCH       PIC X(01) VALUE "N".
       88 RESTART-RUN             VALUE "Y".
       88 FRESH-RUN               VALUE "N".
       01 WS-RESTART-FAIL-SWITCH  PIC X(01) VALUE "N".
       88 RESTART-FAILED          VALUE "Y".
       88 RESTART-SOUND           VALUE "N".
       *> A file shorter than its committed count means the
       *> checkpoint and the files no longer describe the same
       *> night - nothing is posted until someone looks.

       01 WS-HIST-LINES           PIC 9(09) VALUE 0.
       01 WS-HOLD-LINES           PIC 9(09) VALUE 0.
       01 WS-SUSP-LINES           PIC 9(09) VALUE 0.
       01 WS-REG-LINES            PIC 9(09) VALUE 0.
       01 WS-GLW-LINES            PIC 9(09) VALUE 0.
       01 WS-CREG-LINES           PIC 9(09) VALUE 0.
       01 WS-TAXJ-LINES           PIC 9(09) VALUE 0.
       *> Lines on each output this posting run extends, the
       *> appended files counted from what was already there - what
       *> a rerun cuts each file back to.

       01 WS-RESTART-TOKEN.
           05 WS-RST-RECORDS-READ PIC 9(09).
           05 WS-RST-BATCH-ID     PIC 9(06).
           05 WS-RST-POST-MODE    PIC X(01).
           05 FILLER              PIC X(04).
       01 WS-RESTART-DETAIL.
           05 WS-RST-POSTED       PIC 9(06).
           05 WS-RST-REJECTED     PIC 9(06).
           05 WS-RST-HELD         PIC 9(06).
           05 WS-RST-SUSPENDED    PIC 9(06).
           05 WS-RST-CONVERTED    PIC 9(06).
           05 WS-RST-DEBIT-TOTAL  PIC 9(09)V99.
           05 WS-RST-CREDIT-TOTAL PIC 9(09)V99.
           05 WS-RST-HIST-LINES   PIC 9(09).
           05 WS-RST-HOLD-LINES   PIC 9(09).
           05 WS-RST-SUSP-LINES   PIC 9(09).
           05 WS-RST-REG-LINES    PIC 9(09).
           05 WS-RST-GLW-LINES    PIC 9(09).
           05 WS-RST-CREG-LINES   PIC 9(09).
           05 WS-RST-RECOVERED    PIC 9(06).
           05 WS-RST-TAXJ-LINES   PIC 9(08).
       *> The committed position and everything the register totals
       *> and the GL feed need to carry on as if the run had never
       *> stopped, laid out in CKPT-TOKEN and CKPT-DETAIL.

       01 WS-TRIM-KEEP            PIC 9(09).
       01 WS-TRIM-READ            PIC 9(09).
       01 WS-TRIM-DROPPED         PIC 9(09) VALUE 0.
       01 WS-TRIM-EOF-SWITCH      PIC X(01).
       88 TRIM-EOF                VALUE "Y".
       88 TRIM-NOT-EOF            VALUE "N".
       01 WS-TRIM-MODE-SWITCH     PIC X(01).
       88 TRIM-BACKS-OUT          VALUE "B".
       88 TRIM-ONLY               VALUE "T".
       01 WS-BACKED-OUT-COUNT     PIC 9(06) VALUE 0.
       01 WS-TAIL-TABLE.
           05 WS-TAIL-CUST-ID     PIC 9(10) OCCURS 999 TIMES.
       01 WS-TAIL-COUNT           PIC 9(03) VALUE 0.
       01 WS-TAIL-INDEX           PIC 9(03).
       01 WS-TAIL-FOUND-INDEX     PIC 9(03).
       *> Accounts already put back while walking the history tail
       *> - only an account's first uncommitted posting says what
       *> its balance was at the checkpoint. The interval can never
       *> exceed the table, so the tail always fits.

       COPY POSTHST REPLACING LEADING ==PHIST-== BY ==TAIL-==
           ==POSTING-HISTORY-RECORD== BY ==TAIL-HISTORY-RECORD==.
       *> One uncommitted history line, as it is read off the tail.

       COPY VALDLNK.

       COPY BRNLNK.

       COPY ALERTLNK.

       COPY CKPTLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Customer Posting Start ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-TRIAL-CONTROL.
           PERFORM READ-POSTING-CONTROL.
           PERFORM CHECK-FOR-RESTART.
           IF FRESH-RUN
               PERFORM TAKE-NEXT-BATCH-ID
           END-IF.
           PERFORM LOAD-RATE-TABLE.
           PERFORM LOAD-TAX-RATE-TABLE.
           PERFORM READ-CLOSED-PERIOD.
           IF RESTART-RUN
               PERFORM PREPARE-RESTART
           ELSE
               IF LIVE-RUN
                   PERFORM COUNT-APPENDED-FILES
               END-IF
           END-IF.
           IF RESTART-FAILED
               GO TO END-OF-POSTING
           END-IF.
           PERFORM LOAD-GROUP-TABLE.
           PERFORM OPEN-FILES.
           IF RESTART-RUN
               PERFORM SKIP-COMMITTED-TRANSACTIONS
           END-IF.
           PERFORM UNTIL FIN-EOF
               PERFORM READ-FINANCIAL-TRAN
               IF NOT FIN-EOF
                   PERFORM POST-ONE-TRANSACTION
                   PERFORM COUNT-TOWARD-CHECKPOINT
               END-IF
           END-PERFORM.
           PERFORM WRITE-REGISTER-TOTALS.
           PERFORM CLOSE-FILES.
           IF LIVE-RUN
               PERFORM SETTLE-CHECKPOINT
           END-IF.
           DISPLAY "Posted: " WS-POSTED-COUNT
               " Rejected: " WS-REJECT-COUNT
               " Held: " WS-HELD-COUNT
               " Suspended: " WS-SUSPENSE-COUNT
               " Converted: " WS-CONVERTED-COUNT
               " Recovered: " WS-RECOVERED-COUNT.
           DISPLAY "=== Customer Posting End ===".

       END-OF-POSTING.
           IF WS-TRIAL-OVF-COUNT > 0
               DISPLAY "Trial balance table overflowed - running"
                   " balances past 2000 accounts unreliable"
           END-IF.
           EVALUATE TRUE
               WHEN RESTART-FAILED
                   MOVE 12 TO RETURN-CODE
               WHEN WS-FIN-STATUS NOT = "00"
                   AND WS-FIN-STATUS NOT = "10"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-TRIAL-OVF-COUNT > 0
                   MOVE 12 TO RETURN-CODE
               WHEN WS-REJECT-COUNT > 0 OR WS-HELD-COUNT > 0
                   OR WS-SUSPENSE-COUNT > 0 OR WS-GROUP-OVF-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           *> Status 35 = balance file does not exist yet - create it
           *> empty on the first posting run, the same way
           *> CustomerMaintenance bootstraps CUSTMAST.
           IF SORTED-POSTING
               PERFORM OPEN-SORTED-TRANSACTIONS
           ELSE
               OPEN INPUT FINANCIAL-TRAN-FILE
           END-IF.
           IF WS-FIN-STATUS NOT = "00"
               DISPLAY "Financial transaction file not available "
                   "- status " WS-FIN-STATUS
               SET FIN-EOF TO TRUE
           END-IF.
           OPEN INPUT TRAN-TYPE-FILE.
           IF WS-TYPE-STATUS = "00"
               SET TYPE-TABLE-OPEN TO TRUE
           ELSE
               DISPLAY "Transaction type table not available "
                   "- status " WS-TYPE-STATUS
           END-IF.
           *> Without TRANTYPE no type can be proved, so every
           *> posting rejects on the register rather than moving
           *> money nobody can classify.
           IF SORTED-POSTING AND NOT FIN-EOF
               PERFORM ADVANCE-MASTER-CURSOR
               PERFORM ADVANCE-BALANCE-CURSOR
           END-IF.
           *> Both cursors start on the first record on file - the
           *> walk only ever moves them forward from there.
           IF RESTART-RUN
               OPEN EXTEND POSTING-REGISTER-FILE
           ELSE
               OPEN OUTPUT POSTING-REGISTER-FILE
           END-IF.
           OPEN EXTEND POSTING-HISTORY-FILE.
           IF WS-HISTORY-STATUS NOT = "00"
               OPEN OUTPUT POSTING-HISTORY-FILE
           IF WS-SUSPENSE-STATUS NOT = "00"
               OPEN OUTPUT SUSPENSE-FILE
           END-IF.
           OPEN EXTEND TAX-JOURNAL-FILE.
           IF WS-TAX-JRNL-STATUS NOT = "00"
               OPEN OUTPUT TAX-JOURNAL-FILE
           END-IF.
           IF RESTART-RUN
               OPEN EXTEND GL-WORK-FILE
               OPEN EXTEND CONVERSION-REGISTER-FILE
               PERFORM WRITE-RESTART-BANNER
           ELSE
               IF LIVE-RUN
                   OPEN OUTPUT GL-WORK-FILE
               END-IF
               OPEN OUTPUT CONVERSION-REGISTER-FILE
               PERFORM WRITE-REGISTER-HEADINGS
           END-IF.
           *> A trial writes no GL lines - leaving GLWORK closed
           *> keeps the last live run's feed intact instead of
           *> truncating it on open. A rerun carries on the night's
           *> register and GL feed where the committed lines end.

       OPEN-SORTED-TRANSACTIONS.
           IF RESTART-RUN
               OPEN INPUT SORTED-FIN-FILE
           END-IF.
           IF FRESH-RUN OR WS-FIN-STATUS NOT = "00"
               PERFORM SORT-FINANCIAL-TRANS
           END-IF.
           *> A rerun walks the sorted copy the stopped run left
           *> behind. Only if that is gone is CUSTFIN sorted again -
           *> duplicates keep their arrival order, so the sequence
           *> comes out the same.

       SORT-FINANCIAL-TRANS.
           OPEN INPUT FINANCIAL-TRAN-FILE.
           IF WS-FIN-STATUS = "00"
               CLOSE FINANCIAL-TRAN-FILE
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-FIN-CUST-ID
                   WITH DUPLICATES IN ORDER
                   USING FINANCIAL-TRAN-FILE
                   GIVING SORTED-FIN-FILE
               OPEN INPUT SORTED-FIN-FILE
           END-IF.
           *> Each account's postings keep the order they arrived in,
           *> so a credit keyed ahead of a debit still lands first and
           *> the limit check, the holds, and the running balances
           *> come out as a random-read pass would leave them.

       WRITE-REGISTER-HEADINGS.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "CONVERSION REGISTER - RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM WRITE-CONVERSION-REGISTER-LINE.
           *> Appended like CUSTJRNL - the first posting run ever
           *> creates the history file, every later one extends it.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "POSTING REGISTER - RUN DATE " WS-RUN-DATE
               " BATCH " WS-BATCH-ID
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.
           IF TRIAL-RUN
               MOVE "*** TRIAL RUN - NOTHING WAS POSTED ***"
                   TO WS-REGISTER-LINE
               PERFORM WRITE-REGISTER-LINE
           END-IF.

       WRITE-RESTART-BANNER.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "*** RESTARTED " WS-RUN-DATE
               " AFTER TRANSACTION " WS-RST-RECORDS-READ
               " - BATCH " WS-BATCH-ID " ***"
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.
           PERFORM WRITE-CONVERSION-REGISTER-LINE.
           *> Marks the seam in both registers - everything above it
           *> was committed by the run that stopped.

       WRITE-REGISTER-LINE.
           WRITE POSTING-REGISTER-RECORD FROM WS-REGISTER-LINE.
           ADD 1 TO WS-REG-LINES.

       WRITE-CONVERSION-REGISTER-LINE.
           WRITE CONVERSION-REGISTER-RECORD FROM WS-REGISTER-LINE.
           ADD 1 TO WS-CREG-LINES.

       READ-TRIAL-CONTROL.
           OPEN INPUT TRIAL-CONTROL-FILE.
           IF WS-TRIAL-STATUS = "00"
           END-IF.
           *> No TRIALCTL record means a live run, as always.

       READ-POSTING-CONTROL.
           OPEN INPUT POSTING-CONTROL-FILE.
           IF WS-POSTCTL-STATUS = "00"
               READ POSTING-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-CKPT-INTERVAL IS NUMERIC
                           AND CTL-CKPT-INTERVAL > 0
                           MOVE CTL-CKPT-INTERVAL TO WS-CKPT-INTERVAL
                       END-IF
                       IF CTL-POST-MODE = "S"
                           SET SORTED-POSTING TO TRUE
                       END-IF
               END-READ
               CLOSE POSTING-CONTROL-FILE
           END-IF.
           *> No POSTCTL record means a restart point every 100
           *> transactions - often enough that a rerun redoes little,
           *> seldom enough that the commit costs nothing worth
           *> measuring.
           IF SORTED-POSTING
               DISPLAY "Match-merge posting - CUSTFIN sorted by"
                   " customer"
           END-IF.

       CHECK-FOR-RESTART.
           SET FRESH-RUN TO TRUE.
           SET CKPT-READ TO TRUE.
           MOVE "CustomerPosting" TO CKPT-PROGRAM-NAME.
           CALL "CheckpointManager" USING CKPT-CALL-AREA.
           IF CKPT-FOUND
               IF LIVE-RUN
                   SET RESTART-RUN TO TRUE
                   MOVE CKPT-TOKEN TO WS-RESTART-TOKEN
                   MOVE CKPT-DETAIL TO WS-RESTART-DETAIL
                   MOVE WS-RST-BATCH-ID TO WS-BATCH-ID
                   IF WS-RST-POST-MODE = "S"
                       SET SORTED-POSTING TO TRUE
                   ELSE
                       SET RANDOM-POSTING TO TRUE
                   END-IF
                   DISPLAY "Resuming batch " WS-BATCH-ID " after "
                       WS-RST-RECORDS-READ " committed transaction(s)"
               ELSE
                   DISPLAY "An interrupted live posting is on the "
                       "checkpoint store - left for the live rerun"
               END-IF
           END-IF.
           *> A rerun keeps the batch number and the posting order it
           *> started under - the night's money is still one batch,
           *> and the committed position only means anything in the
           *> sequence that counted it. A trial
           *> never resumes a live run and never clears its
           *> checkpoint.

       COUNT-APPENDED-FILES.
           MOVE "POSTHIST" TO WS-TRIM-FILE-NAME.
           PERFORM COUNT-ONE-FILE.
           MOVE WS-TRIM-READ TO WS-HIST-LINES.
           MOVE "CUSTHOLD" TO WS-TRIM-FILE-NAME.
           PERFORM COUNT-ONE-FILE.
           MOVE WS-TRIM-READ TO WS-HOLD-LINES.
           MOVE "CUSTSUSP" TO WS-TRIM-FILE-NAME.
           PERFORM COUNT-ONE-FILE.
           MOVE WS-TRIM-READ TO WS-SUSP-LINES.
           MOVE "TAXJRNL" TO WS-TRIM-FILE-NAME.
           PERFORM COUNT-ONE-FILE.
           MOVE WS-TRIM-READ TO WS-TAXJ-LINES.
           *> The history, the tax journal and the two queues are
           *> extended, not rewritten - a checkpoint's line counts
           *> must include what was on them before tonight, or a
           *> rerun could not tell where tonight's committed lines
           *> end.

       COUNT-ONE-FILE.
           MOVE 0 TO WS-TRIM-READ.
           SET TRIM-NOT-EOF TO TRUE.
           OPEN INPUT RESTART-TRIM-FILE.
           IF WS-TRIM-STATUS = "00"
               PERFORM COUNT-ONE-TRIM-LINE UNTIL TRIM-EOF
               CLOSE RESTART-TRIM-FILE
           END-IF.

       COUNT-ONE-TRIM-LINE.
           READ RESTART-TRIM-FILE
               AT END
                   SET TRIM-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRIM-READ
           END-READ.

       PREPARE-RESTART.
           OPEN I-O BALANCE-FILE.
           SET TRIM-BACKS-OUT TO TRUE.
           MOVE "POSTHIST" TO WS-TRIM-FILE-NAME.
           MOVE WS-RST-HIST-LINES TO WS-TRIM-KEEP.
           PERFORM TRIM-ONE-FILE.
           IF WS-BALANCE-STATUS = "00"
               CLOSE BALANCE-FILE
           END-IF.
           SET TRIM-ONLY TO TRUE.
           MOVE "CUSTHOLD" TO WS-TRIM-FILE-NAME.
           MOVE WS-RST-HOLD-LINES TO WS-TRIM-KEEP.
           PERFORM TRIM-ONE-FILE.
           MOVE "CUSTSUSP" TO WS-TRIM-FILE-NAME.
           MOVE WS-RST-SUSP-LINES TO WS-TRIM-KEEP.
           PERFORM TRIM-ONE-FILE.
           MOVE "CUSTPREG" TO WS-TRIM-FILE-NAME.
           MOVE WS-RST-REG-LINES TO WS-TRIM-KEEP.
           PERFORM TRIM-ONE-FILE.
           MOVE "GLWORK" TO WS-TRIM-FILE-NAME.
           MOVE WS-RST-GLW-LINES TO WS-TRIM-KEEP.
           PERFORM TRIM-ONE-FILE.
           MOVE "CUSTCREG" TO WS-TRIM-FILE-NAME.
           MOVE WS-RST-CREG-LINES TO WS-TRIM-KEEP.
           PERFORM TRIM-ONE-FILE.
           MOVE "TAXJRNL" TO WS-TRIM-FILE-NAME.
           IF WS-RST-TAXJ-LINES IS NUMERIC
               MOVE WS-RST-TAXJ-LINES TO WS-TRIM-KEEP
               PERFORM TRIM-ONE-FILE
           ELSE
               PERFORM COUNT-ONE-FILE
               MOVE WS-TRIM-READ TO WS-RST-TAXJ-LINES
           END-IF.
           *> A checkpoint taken before the tax journal existed has
           *> no count for it - nothing was written to it then, so
           *> it is counted as it stands and left alone.
           PERFORM RESTORE-RUNNING-TOTALS.
           DISPLAY "Restart cut back " WS-TRIM-DROPPED
               " uncommitted line(s) and put back "
               WS-BACKED-OUT-COUNT " balance(s)".
           *> Whatever the stopped run wrote after its last commit
           *> is undone before anything is read - the transactions
           *> behind those lines follow the checkpoint position, so
           *> they post again below exactly once.

       TRIM-ONE-FILE.
           MOVE 0 TO WS-TRIM-READ.
           SET TRIM-NOT-EOF TO TRUE.
           OPEN INPUT RESTART-TRIM-FILE.
           IF WS-TRIM-STATUS = "00"
               OPEN OUTPUT RESTART-WORK-FILE
               PERFORM COPY-ONE-TRIM-LINE UNTIL TRIM-EOF
               CLOSE RESTART-TRIM-FILE
               CLOSE RESTART-WORK-FILE
           END-IF.
           IF WS-TRIM-READ < WS-TRIM-KEEP
               SET RESTART-FAILED TO TRUE
               DISPLAY WS-TRIM-FILE-NAME " holds " WS-TRIM-READ
                   " line(s) - the checkpoint committed "
                   WS-TRIM-KEEP
           ELSE
               IF WS-TRIM-READ > WS-TRIM-KEEP
                   PERFORM COPY-COMMITTED-LINES-BACK
               END-IF
           END-IF.

       COPY-ONE-TRIM-LINE.
           READ RESTART-TRIM-FILE
               AT END
                   SET TRIM-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRIM-READ
                   IF WS-TRIM-READ > WS-TRIM-KEEP
                       ADD 1 TO WS-TRIM-DROPPED
                       IF TRIM-BACKS-OUT
                           MOVE RESTART-TRIM-RECORD
                               TO TAIL-HISTORY-RECORD
                           PERFORM BACK-OUT-ONE-POSTING
                       END-IF
                   ELSE
                       WRITE RESTART-WORK-RECORD
                           FROM RESTART-TRIM-RECORD
                   END-IF
           END-READ.

       COPY-COMMITTED-LINES-BACK.
           SET TRIM-NOT-EOF TO TRUE.
           OPEN INPUT RESTART-WORK-FILE.
           OPEN OUTPUT RESTART-TRIM-FILE.
           PERFORM COPY-ONE-WORK-LINE UNTIL TRIM-EOF.
           CLOSE RESTART-WORK-FILE.
           CLOSE RESTART-TRIM-FILE.

       COPY-ONE-WORK-LINE.
           READ RESTART-WORK-FILE
               AT END
                   SET TRIM-EOF TO TRUE
               NOT AT END
                   WRITE RESTART-TRIM-RECORD FROM RESTART-WORK-RECORD
           END-READ.

       BACK-OUT-ONE-POSTING.
           MOVE 0 TO WS-TAIL-FOUND-INDEX.
           PERFORM CHECK-ONE-TAIL-ACCOUNT
               VARYING WS-TAIL-INDEX FROM 1 BY 1
               UNTIL WS-TAIL-INDEX > WS-TAIL-COUNT
                  OR WS-TAIL-FOUND-INDEX NOT = 0.
           IF WS-TAIL-FOUND-INDEX = 0 AND WS-TAIL-COUNT < 999
               ADD 1 TO WS-TAIL-COUNT
               MOVE TAIL-CUST-ID TO WS-TAIL-CUST-ID(WS-TAIL-COUNT)
               PERFORM PUT-BACK-ONE-BALANCE
           END-IF.
           *> Later tail lines for an account already put back add
           *> nothing - the first one's before-balance is the
           *> balance as it stood at the checkpoint.

       CHECK-ONE-TAIL-ACCOUNT.
           IF WS-TAIL-CUST-ID(WS-TAIL-INDEX) = TAIL-CUST-ID
               MOVE WS-TAIL-INDEX TO WS-TAIL-FOUND-INDEX
           END-IF.

       PUT-BACK-ONE-BALANCE.
           IF WS-BALANCE-STATUS = "00"
               MOVE TAIL-CUST-ID TO BAL-CUST-ID
               READ BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TAIL-DEBIT
                           COMPUTE BAL-CURRENT =
                               TAIL-NEW-BALANCE - TAIL-AMOUNT
                       ELSE
                           COMPUTE BAL-CURRENT =
                               TAIL-NEW-BALANCE + TAIL-AMOUNT
                       END-IF
                       REWRITE CUST-BALANCE-RECORD
                       ADD 1 TO WS-BACKED-OUT-COUNT
               END-READ
           END-IF.
           *> No balance record means the stopped run died before
           *> opening it - the rerun opens it as the first run
           *> would have. A record it did open is put back to zero
           *> and simply updated this time.

       RESTORE-RUNNING-TOTALS.
           MOVE WS-RST-POSTED TO WS-POSTED-COUNT.
           MOVE WS-RST-REJECTED TO WS-REJECT-COUNT.
           MOVE WS-RST-HELD TO WS-HELD-COUNT.
           MOVE WS-RST-SUSPENDED TO WS-SUSPENSE-COUNT.
           MOVE WS-RST-CONVERTED TO WS-CONVERTED-COUNT.
           IF WS-RST-RECOVERED IS NUMERIC
               MOVE WS-RST-RECOVERED TO WS-RECOVERED-COUNT
           END-IF.
           MOVE WS-RST-DEBIT-TOTAL TO WS-DEBIT-TOTAL.
           MOVE WS-RST-CREDIT-TOTAL TO WS-CREDIT-TOTAL.
           MOVE WS-RST-HIST-LINES TO WS-HIST-LINES.
           MOVE WS-RST-HOLD-LINES TO WS-HOLD-LINES.
           MOVE WS-RST-SUSP-LINES TO WS-SUSP-LINES.
           MOVE WS-RST-REG-LINES TO WS-REG-LINES.
           MOVE WS-RST-GLW-LINES TO WS-GLW-LINES.
           MOVE WS-RST-CREG-LINES TO WS-CREG-LINES.
           MOVE WS-RST-TAXJ-LINES TO WS-TAXJ-LINES.

       SKIP-COMMITTED-TRANSACTIONS.
           PERFORM READ-FINANCIAL-TRAN
               UNTIL FIN-EOF
                  OR WS-RECORDS-READ >= WS-RST-RECORDS-READ.
           IF WS-RECORDS-READ < WS-RST-RECORDS-READ
               AND WS-FIN-STATUS = "10"
               SET RESTART-FAILED TO TRUE
               DISPLAY "CUSTFIN ends after " WS-RECORDS-READ
                   " transaction(s) - the checkpoint committed "
                   WS-RST-RECORDS-READ
           END-IF.
           *> The same read-and-discard PerformProgram's ALTERNATIVE
           *> pass uses. A CUSTFIN shorter than the committed
           *> position is not the file the stopped run was reading.

       COUNT-TOWARD-CHECKPOINT.
           IF LIVE-RUN
               ADD 1 TO WS-SINCE-CHECKPOINT
               IF WS-SINCE-CHECKPOINT >= WS-CKPT-INTERVAL
                   PERFORM COMMIT-CHECKPOINT
                   MOVE 0 TO WS-SINCE-CHECKPOINT
               END-IF
           END-IF.
           *> A trial commits nothing, so it has nothing to resume -
           *> a failed trial is simply run again.

       COMMIT-CHECKPOINT.
           CLOSE POSTING-HISTORY-FILE.
           CLOSE HOLD-QUEUE-FILE.
           CLOSE SUSPENSE-FILE.
           CLOSE POSTING-REGISTER-FILE.
           CLOSE GL-WORK-FILE.
           CLOSE CONVERSION-REGISTER-FILE.
           CLOSE TAX-JOURNAL-FILE.
           CLOSE BALANCE-FILE.
           OPEN EXTEND POSTING-HISTORY-FILE.
           OPEN EXTEND HOLD-QUEUE-FILE.
           OPEN EXTEND SUSPENSE-FILE.
           OPEN EXTEND POSTING-REGISTER-FILE.
           OPEN EXTEND GL-WORK-FILE.
           OPEN EXTEND CONVERSION-REGISTER-FILE.
           OPEN EXTEND TAX-JOURNAL-FILE.
           OPEN I-O BALANCE-FILE.
           PERFORM REPOSITION-BALANCE-CURSOR.
           PERFORM WRITE-POSTING-CHECKPOINT.
           *> Closing every output forces its lines to disk before
           *> the checkpoint says they are there - a checkpoint that
           *> ran ahead of buffered lines would make the rerun skip
           *> postings that never landed.

       WRITE-POSTING-CHECKPOINT.
           MOVE SPACES TO WS-RESTART-TOKEN.
           MOVE WS-RECORDS-READ TO WS-RST-RECORDS-READ.
           MOVE WS-BATCH-ID TO WS-RST-BATCH-ID.
           MOVE WS-POST-MODE-SWITCH TO WS-RST-POST-MODE.
           MOVE SPACES TO WS-RESTART-DETAIL.
           MOVE WS-POSTED-COUNT TO WS-RST-POSTED.
           MOVE WS-REJECT-COUNT TO WS-RST-REJECTED.
           MOVE WS-HELD-COUNT TO WS-RST-HELD.
           MOVE WS-SUSPENSE-COUNT TO WS-RST-SUSPENDED.
           MOVE WS-CONVERTED-COUNT TO WS-RST-CONVERTED.
           MOVE WS-RECOVERED-COUNT TO WS-RST-RECOVERED.
           MOVE WS-DEBIT-TOTAL TO WS-RST-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL TO WS-RST-CREDIT-TOTAL.
           MOVE WS-HIST-LINES TO WS-RST-HIST-LINES.
           MOVE WS-HOLD-LINES TO WS-RST-HOLD-LINES.
           MOVE WS-SUSP-LINES TO WS-RST-SUSP-LINES.
           MOVE WS-REG-LINES TO WS-RST-REG-LINES.
           MOVE WS-GLW-LINES TO WS-RST-GLW-LINES.
           MOVE WS-CREG-LINES TO WS-RST-CREG-LINES.
           MOVE WS-TAXJ-LINES TO WS-RST-TAXJ-LINES.
           SET CKPT-WRITE TO TRUE.
           MOVE "CustomerPosting" TO CKPT-PROGRAM-NAME.
           MOVE WS-RESTART-TOKEN TO CKPT-TOKEN.
           MOVE WS-RESTART-DETAIL TO CKPT-DETAIL.
           CALL "CheckpointManager" USING CKPT-CALL-AREA.

       SETTLE-CHECKPOINT.
           EVALUATE TRUE
               WHEN RESTART-FAILED
                   CONTINUE
               WHEN WS-FIN-STATUS = "10"
                   SET CKPT-CLEAR TO TRUE
                   MOVE "CustomerPosting" TO CKPT-PROGRAM-NAME
                   CALL "CheckpointManager" USING CKPT-CALL-AREA
               WHEN WS-RECORDS-READ > 0
                   PERFORM WRITE-POSTING-CHECKPOINT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           *> Only a run that read CUSTFIN to its end is finished. A
           *> read that failed part-way leaves a checkpoint at the
           *> last transaction handled - the files were closed just
           *> above, so everything it counts is on disk. A run that
           *> never got as far as reading leaves any checkpoint it
           *> found exactly as it was.

       TAKE-NEXT-BATCH-ID.
           OPEN INPUT BATCH-CONTROL-FILE.
           IF WS-BATCH-STATUS = "00"
           *> No CLOSEDPD yet means no period has ever been closed -
           *> every date posts, which is where this shop started.

       LOAD-GROUP-TABLE.
           OPEN INPUT RELATION-FILE.
           IF WS-RELATION-STATUS = "00"
               SET RELATION-NOT-EOF TO TRUE
               PERFORM UNTIL RELATION-EOF
                   READ RELATION-FILE NEXT RECORD
                       AT END
                           SET RELATION-EOF TO TRUE
                       NOT AT END
                           PERFORM LOAD-ONE-RELATION
                   END-READ
               END-PERFORM
               CLOSE RELATION-FILE
           END-IF.
           IF WS-GROUP-MEMBER-COUNT > 0
               OPEN INPUT BALANCE-FILE
               PERFORM SUM-ONE-GROUP-MEMBER
                   VARYING WS-GROUP-MEMBER-INDEX FROM 1 BY 1
                   UNTIL WS-GROUP-MEMBER-INDEX > WS-GROUP-MEMBER-COUNT
               IF WS-BALANCE-STATUS = "00" OR WS-BALANCE-STATUS = "23"
                   CLOSE BALANCE-FILE
               END-IF
           END-IF.
           IF WS-GROUP-OVF-COUNT > 0
               DISPLAY "Group table full - " WS-GROUP-OVF-COUNT
                   " relation rows judged on their own limit only"
           END-IF.
           *> No CUSTREL means no groups - every account stands on
           *> its own limit, as it always has.

       LOAD-ONE-RELATION.
           IF WS-GROUP-MEMBER-COUNT < 3000
               ADD 1 TO WS-GROUP-MEMBER-COUNT
               MOVE REL-CUST-ID
                   TO WS-GMB-CUST-ID(WS-GROUP-MEMBER-COUNT)
               MOVE REL-PARENT-ID
                   TO WS-GMB-PARENT-ID(WS-GROUP-MEMBER-COUNT)
               MOVE 0 TO WS-GMB-GROUP-INDEX(WS-GROUP-MEMBER-COUNT)
           ELSE
               ADD 1 TO WS-GROUP-OVF-COUNT
           END-IF.
           IF REL-PARENT
               IF WS-PARENT-GROUP-COUNT < 500
                   ADD 1 TO WS-PARENT-GROUP-COUNT
                   MOVE REL-CUST-ID
                       TO WS-PGR-PARENT-ID(WS-PARENT-GROUP-COUNT)
                   MOVE REL-GROUP-LIMIT
                       TO WS-PGR-LIMIT(WS-PARENT-GROUP-COUNT)
                   MOVE 0 TO WS-PGR-BALANCE(WS-PARENT-GROUP-COUNT)
               ELSE
                   ADD 1 TO WS-GROUP-OVF-COUNT
               END-IF
           END-IF.

       SUM-ONE-GROUP-MEMBER.
           PERFORM FIND-MEMBER-GROUP-ROW
               VARYING WS-PARENT-GROUP-INDEX FROM 1 BY 1
               UNTIL WS-PARENT-GROUP-INDEX > WS-PARENT-GROUP-COUNT
                  OR WS-GMB-GROUP-INDEX(WS-GROUP-MEMBER-INDEX) > 0.
           IF WS-GMB-GROUP-INDEX(WS-GROUP-MEMBER-INDEX) > 0
               AND (WS-BALANCE-STATUS = "00"
                    OR WS-BALANCE-STATUS = "23")
               MOVE WS-GMB-CUST-ID(WS-GROUP-MEMBER-INDEX)
                   TO BAL-CUST-ID
               READ BALANCE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD BAL-CURRENT TO WS-PGR-BALANCE(
                           WS-GMB-GROUP-INDEX(WS-GROUP-MEMBER-INDEX))
               END-READ
           END-IF.

       FIND-MEMBER-GROUP-ROW.
           IF WS-PGR-PARENT-ID(WS-PARENT-GROUP-INDEX)
               = WS-GMB-PARENT-ID(WS-GROUP-MEMBER-INDEX)
               MOVE WS-PARENT-GROUP-INDEX
                   TO WS-GMB-GROUP-INDEX(WS-GROUP-MEMBER-INDEX)
           END-IF.

       LOAD-RATE-TABLE.
           OPEN INPUT RATE-FILE.
           IF WS-RATE-STATUS = "00"
                   END-IF
           END-READ.

       LOAD-TAX-RATE-TABLE.
           OPEN INPUT TAX-RATE-FILE.
           IF WS-TAX-RATE-STATUS = "00"
               SET TAX-RATE-NOT-EOF TO TRUE
               PERFORM LOAD-ONE-TAX-RATE UNTIL TAX-RATE-EOF
               CLOSE TAX-RATE-FILE
           END-IF.
           *> No TAXRATE file means no category has a rate in effect
           *> - everything posts untaxed, as it did before tax.

       LOAD-ONE-TAX-RATE.
           READ TAX-RATE-FILE
               AT END
                   SET TAX-RATE-EOF TO TRUE
               NOT AT END
                   IF WS-TAX-RATE-COUNT < 200
                       ADD 1 TO WS-TAX-RATE-COUNT
                       MOVE TAX-CAT-CODE
                           TO WS-TXR-CAT-CODE(WS-TAX-RATE-COUNT)
                       MOVE TAX-EFF-DATE
                           TO WS-TXR-EFF-DATE(WS-TAX-RATE-COUNT)
                       MOVE TAX-RATE-PCT
                           TO WS-TXR-RATE-PCT(WS-TAX-RATE-COUNT)
                   END-IF
           END-READ.

       READ-FINANCIAL-TRAN.
           IF SORTED-POSTING
               READ SORTED-FIN-FILE INTO FIN-TRAN-RECORD
                   AT END
                       SET FIN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
               END-READ
           ELSE
               READ FINANCIAL-TRAN-FILE INTO FIN-TRAN-RECORD
                   AT END
                       SET FIN-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
               END-READ
           END-IF.
           IF WS-FIN-STATUS(1:1) NOT = "0"
               AND WS-FIN-STATUS NOT = "10"
               SET FIN-EOF TO TRUE
           END-IF.
           *> A read that fails outright ends the pass where it
           *> stands - the checkpoint taken at close lets the rerun
           *> pick up from there.

       POST-ONE-TRANSACTION.
           PERFORM CHECK-MASTER-RECORD.
           PERFORM CHECK-TRAN-TYPE.
           PERFORM RESOLVE-POSTING-DATE.
           PERFORM RESOLVE-CURRENCY.
           PERFORM CHECK-PERIOD-OPEN.
           EVALUATE TRUE
               WHEN NOT FIN-DEBIT AND NOT FIN-CREDIT
                   PERFORM REJECT-POSTING
               WHEN TYPE-INVALID
                   PERFORM REJECT-POSTING
               WHEN DATE-INVALID
                   PERFORM REJECT-POSTING
               WHEN PERIOD-CLOSED
                   PERFORM APPLY-POSTING
           END-EVALUATE.

       CHECK-TRAN-TYPE.
           IF FIN-TRAN-TYPE = SPACES OR FIN-TRAN-TYPE = LOW-VALUES
               MOVE "AJ" TO FIN-TRAN-TYPE
           END-IF.
           *> A line written before types existed - or still riding
           *> the hold or suspense queue from then - posts as the
           *> manual adjustment it always effectively was.
           SET TYPE-NOT-ON-FILE TO TRUE.
           SET UNTAXED-POSTING TO TRUE.
           IF TYPE-TABLE-OPEN
               MOVE FIN-TRAN-TYPE TO TYPE-CODE
               READ TRAN-TYPE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM JUDGE-TRAN-TYPE
               END-READ
           END-IF.

       JUDGE-TRAN-TYPE.
           EVALUATE TRUE
               WHEN NOT TYPE-ACTIVE
                   SET TYPE-RETIRED TO TRUE
               WHEN TYPE-DEBIT-ONLY AND NOT FIN-DEBIT
                   SET TYPE-WRONG-WAY TO TRUE
               WHEN TYPE-CREDIT-ONLY AND NOT FIN-CREDIT
                   SET TYPE-WRONG-WAY TO TRUE
               WHEN OTHER
                   SET TYPE-OK TO TRUE
                   IF TYPE-TAXABLE AND FIN-DEBIT
                       AND FIN-TRAN-TYPE NOT = "TX"
                       SET TAXABLE-POSTING TO TRUE
                   END-IF
           END-EVALUATE.

       CHECK-PERIOD-OPEN.
           SET PERIOD-OPEN TO TRUE.
           IF DATE-VALID
           *> all means the run date, not a reject.

       CHECK-MASTER-RECORD.
           IF SORTED-POSTING
               PERFORM MATCH-MASTER-RECORD
           ELSE
               MOVE FIN-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       SET MASTER-NOT-FOUND TO TRUE
                   NOT INVALID KEY
                       SET MASTER-FOUND TO TRUE
               END-READ
           END-IF.

       MATCH-MASTER-RECORD.
           PERFORM ADVANCE-MASTER-CURSOR
               UNTIL MASTER-CURSOR-EOF OR CUST-ID >= FIN-CUST-ID.
           IF MASTER-CURSOR-ACTIVE AND CUST-ID = FIN-CUST-ID
               SET MASTER-FOUND TO TRUE
           ELSE
               SET MASTER-NOT-FOUND TO TRUE
           END-IF.
           *> The master cursor rests on the first account at or past
           *> the posting's ID - the same record stays in the area
           *> for every posting to that account, and for the GL
           *> category after it.

       ADVANCE-MASTER-CURSOR.
           READ CUSTOMER-FILE NEXT RECORD
               AT END
                   SET MASTER-CURSOR-EOF TO TRUE
               NOT AT END
                   CONTINUE
           END-READ.
           IF WS-CUSTOMER-STATUS(1:1) NOT = "0"
               SET MASTER-CURSOR-EOF TO TRUE
           END-IF.

       APPLY-POSTING.
           PERFORM READ-BALANCE-RECORD.
           *> balance, totals, history, and GL all see converted
           *> money. The punched original survives in
           *> WS-ORIGINAL-FIN for the hold queue.
           PERFORM WORK-OUT-SALES-TAX.
           PERFORM CHECK-CREDIT-LIMIT.
           IF POSTING-OVER-LIMIT
               PERFORM HOLD-POSTING
               END-IF
           END-IF.

       WORK-OUT-SALES-TAX.
           MOVE 0 TO WS-TAX-AMOUNT.
           MOVE 0 TO WS-BEST-TAX-DATE.
           MOVE 0 TO WS-BEST-TAX-RATE.
           IF TAXABLE-POSTING
               PERFORM CONSIDER-ONE-TAX-RATE
                   VARYING WS-TAX-RATE-INDEX FROM 1 BY 1
                   UNTIL WS-TAX-RATE-INDEX > WS-TAX-RATE-COUNT
               IF WS-BEST-TAX-DATE NOT = 0
                   COMPUTE WS-TAX-AMOUNT ROUNDED =
                       FIN-AMOUNT * WS-BEST-TAX-RATE / 100
               END-IF
           END-IF.
           *> Worked out on the dollar amount before the limit check,
           *> so the check sees the debit and its tax together - a
           *> charge that only breaches the limit once taxed is held
           *> whole, and taxed again when it is re-presented.

       CONSIDER-ONE-TAX-RATE.
           IF WS-TXR-CAT-CODE(WS-TAX-RATE-INDEX) = CUST-CAT
               AND WS-TXR-EFF-DATE(WS-TAX-RATE-INDEX)
                   <= WS-POSTING-DATE
               AND WS-TXR-EFF-DATE(WS-TAX-RATE-INDEX)
                   >= WS-BEST-TAX-DATE
               MOVE WS-TXR-EFF-DATE(WS-TAX-RATE-INDEX)
                   TO WS-BEST-TAX-DATE
               MOVE WS-TXR-RATE-PCT(WS-TAX-RATE-INDEX)
                   TO WS-BEST-TAX-RATE
           END-IF.

       WRITE-CONVERSION-LINE.
           ADD 1 TO WS-CONVERTED-COUNT.
           MOVE SPACES TO WS-REGISTER-LINE.
               " RATE " WS-RATE-EDIT
               " USD " WS-BALANCE-EDIT
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM WRITE-CONVERSION-REGISTER-LINE.
           *> The original amount prints straight from the punched
           *> image - positions 12-20 are FIN-AMOUNT as keyed.

       READ-BALANCE-RECORD.
           EVALUATE TRUE
               WHEN SORTED-POSTING
                   PERFORM MATCH-BALANCE-RECORD
               WHEN TRIAL-RUN
                   PERFORM FETCH-TRIAL-BALANCE
               WHEN OTHER
                   PERFORM READ-BALANCE-FROM-FILE
           END-EVALUATE.

       MATCH-BALANCE-RECORD.
           IF FIN-CUST-ID NOT = WS-GROUP-CUST-ID
               PERFORM START-BALANCE-GROUP
           END-IF.
           IF GROUP-BALANCE-FOUND
               MOVE WS-GROUP-BAL-IMAGE TO CUST-BALANCE-RECORD
               SET BALANCE-FOUND TO TRUE
           ELSE
               SET BALANCE-NOT-FOUND TO TRUE
           END-IF.
           *> Live or trial, the account's second posting sees the
           *> balance its first one left - held in the group image,
           *> not re-read from a disk record a trial never rewrote.

       START-BALANCE-GROUP.
           MOVE FIN-CUST-ID TO WS-GROUP-CUST-ID.
           SET GROUP-BALANCE-MISSING TO TRUE.
           PERFORM ADVANCE-BALANCE-CURSOR
               UNTIL BAL-AHEAD-EOF OR WS-BAL-AHEAD-ID >= FIN-CUST-ID.
           IF NOT BAL-AHEAD-EOF AND WS-BAL-AHEAD-ID = FIN-CUST-ID
               MOVE WS-BAL-AHEAD-IMAGE TO WS-GROUP-BAL-IMAGE
               SET GROUP-BALANCE-FOUND TO TRUE
               PERFORM ADVANCE-BALANCE-CURSOR
           END-IF.
           *> A match is consumed and the cursor moves one past it,
           *> so the read-ahead never sits on a record this group
           *> is about to rewrite.

       ADVANCE-BALANCE-CURSOR.
           IF BAL-CURSOR-LAST
               SET BAL-AHEAD-EOF TO TRUE
           ELSE
               READ BALANCE-FILE NEXT RECORD
                   AT END
                       SET BAL-AHEAD-EOF TO TRUE
                   NOT AT END
                       MOVE CUST-BALANCE-RECORD TO WS-BAL-AHEAD-IMAGE
                       MOVE BAL-CUST-ID TO WS-BAL-AHEAD-ID
               END-READ
               IF WS-BALANCE-STATUS(1:1) NOT = "0"
                   SET BAL-AHEAD-EOF TO TRUE
               END-IF
           END-IF.

       SAVE-GROUP-BALANCE.
           MOVE CUST-BALANCE-RECORD TO WS-GROUP-BAL-IMAGE.
           SET GROUP-BALANCE-FOUND TO TRUE.

       REPOSITION-BALANCE-CURSOR.
           IF SORTED-POSTING AND NOT BAL-AHEAD-EOF
               AND NOT BAL-CURSOR-LAST
               MOVE WS-BAL-AHEAD-ID TO BAL-CUST-ID
               START BALANCE-FILE KEY > BAL-CUST-ID
                   INVALID KEY
                       SET BAL-CURSOR-LAST TO TRUE
               END-START
               IF GROUP-BALANCE-FOUND
                   MOVE WS-GROUP-BAL-IMAGE TO CUST-BALANCE-RECORD
               END-IF
           END-IF.
           *> A new record written behind the cursor, or the close
           *> and reopen of a commit, may leave the file positioned
           *> anywhere - the walk picks up again just past the
           *> record already read ahead.

       READ-BALANCE-FROM-FILE.
           MOVE FIN-CUST-ID TO BAL-CUST-ID.
           SET POSTING-FITS-LIMIT TO TRUE.
           IF FIN-DEBIT AND BALANCE-FOUND
               AND BAL-CREDIT-LIMIT > 0
               IF BAL-CURRENT + FIN-AMOUNT + WS-TAX-AMOUNT
                   > BAL-CREDIT-LIMIT
                   SET POSTING-OVER-LIMIT TO TRUE
                   SET ACCOUNT-LIMIT-BREACH TO TRUE
               END-IF
           END-IF.
           *> Only debits can breach the limit, and only once a
           *> limit has actually been set - an account created by
           *> START-NEW-BALANCE carries zero until credit control
           *> decides what it should be.
           IF FIN-DEBIT AND POSTING-FITS-LIMIT
               PERFORM FIND-CUSTOMER-GROUP
               IF WS-GROUP-FOUND-INDEX > 0
                   IF WS-PGR-LIMIT(WS-GROUP-FOUND-INDEX) > 0
                       AND WS-PGR-BALANCE(WS-GROUP-FOUND-INDEX)
                           + FIN-AMOUNT + WS-TAX-AMOUNT
                           > WS-PGR-LIMIT(WS-GROUP-FOUND-INDEX)
                       SET POSTING-OVER-LIMIT TO TRUE
                       SET GROUP-LIMIT-BREACH TO TRUE
                   END-IF
               END-IF
           END-IF.
           *> A debit inside its own limit can still take the whole
           *> group past what credit control allowed it between
           *> them. A zero group limit leaves each member on its own.

       FIND-CUSTOMER-GROUP.
           MOVE 0 TO WS-GROUP-FOUND-INDEX.
           PERFORM CHECK-ONE-GROUP-MEMBER
               VARYING WS-GROUP-MEMBER-INDEX FROM 1 BY 1
               UNTIL WS-GROUP-MEMBER-INDEX > WS-GROUP-MEMBER-COUNT
                  OR WS-GROUP-FOUND-INDEX > 0.

       CHECK-ONE-GROUP-MEMBER.
           IF WS-GMB-CUST-ID(WS-GROUP-MEMBER-INDEX) = FIN-CUST-ID
               AND WS-GMB-GROUP-INDEX(WS-GROUP-MEMBER-INDEX) > 0
               MOVE WS-GMB-GROUP-INDEX(WS-GROUP-MEMBER-INDEX)
                   TO WS-GROUP-FOUND-INDEX
           END-IF.

       ROLL-UP-GROUP-BALANCE.
           PERFORM FIND-CUSTOMER-GROUP.
           IF WS-GROUP-FOUND-INDEX > 0
               ADD BAL-CURRENT TO WS-PGR-BALANCE(WS-GROUP-FOUND-INDEX)
               SUBTRACT WS-PRE-POST-BALANCE
                   FROM WS-PGR-BALANCE(WS-GROUP-FOUND-INDEX)
           END-IF.
           *> Whatever the posting moved - a recovery's RC and its
           *> tax included - moves the group the same way.

       HOLD-POSTING.
           MOVE WS-RUN-DATE TO HOLD-DATE.
           END-IF.
           IF LIVE-RUN
               WRITE HOLD-QUEUE-RECORD
               ADD 1 TO WS-HOLD-LINES
           END-IF.
           ADD 1 TO WS-HELD-COUNT.
           MOVE FIN-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE BAL-CURRENT TO WS-BALANCE-EDIT.
           MOVE SPACES TO WS-REGISTER-LINE.
           IF GROUP-LIMIT-BREACH
               STRING "HELD   " FIN-DC-CODE " " FIN-CUST-ID
                   " AMOUNT " WS-AMOUNT-EDIT
                   " - OVER GROUP LIMIT, QUEUED"
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
           ELSE
               STRING "HELD   " FIN-DC-CODE " " FIN-CUST-ID
                   " AMOUNT " WS-AMOUNT-EDIT
                   " - OVER CREDIT LIMIT, QUEUED"
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
           END-IF.
           PERFORM WRITE-REGISTER-LINE.

       SETTLE-POSTING.
           IF BALANCE-NOT-FOUND
               PERFORM START-NEW-BALANCE
           END-IF.
           MOVE BAL-CURRENT TO WS-PRE-POST-BALANCE.
           IF FIN-CREDIT AND DELINQ-WRITTEN-OFF
               AND FIN-TRAN-TYPE NOT = "WO"
               PERFORM REINSTATE-RECOVERED-AMOUNT
           END-IF.
           PERFORM MOVE-AMOUNT-TO-BALANCE.
           MOVE WS-POSTING-DATE TO BAL-LAST-POST-DATE.
           PERFORM WRITE-POSTING-HISTORY.
           IF WS-TAX-AMOUNT > 0
               PERFORM ADD-SALES-TAX
           END-IF.
           *> The history line goes down before the balance moves -
           *> a rerun after a failure finds every balance it has to
           *> put back named on the uncommitted history tail, even
           *> one whose REWRITE never landed.
           IF BALANCE-FOUND
               PERFORM UPDATE-BALANCE-RECORD
           ELSE
               PERFORM CREATE-BALANCE-RECORD
           END-IF.
           IF WS-GROUP-MEMBER-COUNT > 0
               PERFORM ROLL-UP-GROUP-BALANCE
           END-IF.
           IF FIN-DEBIT
               ADD FIN-AMOUNT TO WS-DEBIT-TOTAL
           ELSE
               ADD FIN-AMOUNT TO WS-CREDIT-TOTAL
           END-IF.
           ADD 1 TO WS-POSTED-COUNT.
           PERFORM WRITE-GL-WORK-LINE.
           PERFORM WRITE-REGISTER-DETAIL.

       REINSTATE-RECOVERED-AMOUNT.
           MOVE FIN-TRAN-TYPE TO WS-RECOVERED-TYPE.
           MOVE "D" TO FIN-DC-CODE.
           MOVE "RC" TO FIN-TRAN-TYPE.
           PERFORM MOVE-AMOUNT-TO-BALANCE.
           PERFORM WRITE-POSTING-HISTORY.
           ADD FIN-AMOUNT TO WS-DEBIT-TOTAL.
           PERFORM WRITE-GL-WORK-LINE.
           ADD 1 TO WS-RECOVERED-COUNT.
           MOVE FIN-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "RECOVERY " FIN-CUST-ID
               " " WS-POSTING-DATE
               " REF " FIN-REFERENCE
               " AMT " WS-AMOUNT-EDIT
               " - CREDIT ON WRITTEN-OFF ACCOUNT"
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.
           MOVE "C" TO FIN-DC-CODE.
           MOVE WS-RECOVERED-TYPE TO FIN-TRAN-TYPE.
           *> The RC line goes onto the history ahead of the credit,
           *> so a rerun backing this account out finds the balance
           *> as it stood before either. The account stays written
           *> off - a second payment is a second recovery.

       ADD-SALES-TAX.
           MOVE FIN-TRAN-TYPE TO WS-TAXED-TYPE.
           MOVE FIN-AMOUNT TO WS-TAXED-AMOUNT.
           MOVE "TX" TO FIN-TRAN-TYPE.
           MOVE WS-TAX-AMOUNT TO FIN-AMOUNT.
           PERFORM MOVE-AMOUNT-TO-BALANCE.
           PERFORM WRITE-POSTING-HISTORY.
           ADD FIN-AMOUNT TO WS-DEBIT-TOTAL.
           PERFORM WRITE-GL-WORK-LINE.
           PERFORM WRITE-TAX-JOURNAL.
           MOVE FIN-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-BEST-TAX-RATE TO WS-TAX-RATE-EDIT.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "SALES TAX " FIN-CUST-ID
               " " WS-POSTING-DATE
               " ON " WS-TAXED-TYPE
               " AT " WS-TAX-RATE-EDIT "%"
               " AMT " WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.
           MOVE WS-TAXED-TYPE TO FIN-TRAN-TYPE.
           MOVE WS-TAXED-AMOUNT TO FIN-AMOUNT.
           *> The TX line follows its debit onto the history with the
           *> same reference, so the statement prints the tax as an
           *> item of its own under the charge it was raised on. It
           *> goes down before the balance is rewritten, like the
           *> debit itself, so a rerun backs both out together.

       WRITE-TAX-JOURNAL.
           MOVE FIN-CUST-ID TO TAXJ-CUST-ID.
           MOVE CUST-CAT TO TAXJ-CUST-CAT.
           MOVE WS-POSTING-DATE TO TAXJ-POST-DATE.
           MOVE WS-TAXED-TYPE TO TAXJ-BASE-TYPE.
           MOVE WS-TAXED-AMOUNT TO TAXJ-BASE-AMOUNT.
           MOVE WS-BEST-TAX-RATE TO TAXJ-RATE-PCT.
           MOVE WS-TAX-AMOUNT TO TAXJ-TAX-AMOUNT.
           MOVE FIN-REFERENCE TO TAXJ-REFERENCE.
           MOVE WS-BATCH-ID TO TAXJ-BATCH-ID.
           IF LIVE-RUN
               WRITE TAX-JOURNAL-RECORD
               ADD 1 TO WS-TAXJ-LINES
           END-IF.

       START-NEW-BALANCE.
           MOVE FIN-CUST-ID TO BAL-CUST-ID.
           MOVE 0 TO BAL-CURRENT.
           MOVE 0 TO BAL-CREDIT-LIMIT.
           MOVE "C" TO BAL-DELINQ-STATUS.

       CREATE-BALANCE-RECORD.
           EVALUATE TRUE
               WHEN SORTED-POSTING AND LIVE-RUN
                   WRITE CUST-BALANCE-RECORD
                   PERFORM SAVE-GROUP-BALANCE
                   PERFORM REPOSITION-BALANCE-CURSOR
               WHEN SORTED-POSTING
                   PERFORM SAVE-GROUP-BALANCE
               WHEN LIVE-RUN
                   WRITE CUST-BALANCE-RECORD
               WHEN OTHER
                   PERFORM SAVE-TRIAL-BALANCE
           END-EVALUATE.
           *> First posting for this account opens its balance record -
           *> the credit limit starts at zero until someone sets it.

       UPDATE-BALANCE-RECORD.
           EVALUATE TRUE
               WHEN SORTED-POSTING AND LIVE-RUN
                   REWRITE CUST-BALANCE-RECORD
                   PERFORM SAVE-GROUP-BALANCE
               WHEN SORTED-POSTING
                   PERFORM SAVE-GROUP-BALANCE
               WHEN LIVE-RUN
                   REWRITE CUST-BALANCE-RECORD
               WHEN OTHER
                   PERFORM SAVE-TRIAL-BALANCE
           END-EVALUATE.
           *> In a trial the would-be balance is parked in the table
           *> instead, where the account's next posting finds it -
           *> the register reads exactly as live.
           MOVE FIN-AMOUNT TO PHIST-AMOUNT.
           MOVE BAL-CURRENT TO PHIST-NEW-BALANCE.
           MOVE FIN-REFERENCE TO PHIST-REFERENCE.
           MOVE FIN-TRAN-TYPE TO PHIST-TRAN-TYPE.
           IF LIVE-RUN
               WRITE POSTING-HISTORY-RECORD
               ADD 1 TO WS-HIST-LINES
           END-IF.

       WRITE-GL-WORK-LINE.
           MOVE CUST-CAT TO GLW-CUST-CAT.
           MOVE FIN-DC-CODE TO GLW-DC-CODE.
           MOVE FIN-AMOUNT TO GLW-AMOUNT.
           MOVE FIN-TRAN-TYPE TO GLW-TRAN-TYPE.
           MOVE "L" TO BRNL-FUNCTION.
           MOVE FIN-CUST-ID TO BRNL-CUST-ID.
           CALL "BranchLookup" USING BRNL-CALL-AREA.
           MOVE BRNL-BRANCH-CODE TO GLW-BRANCH.
           IF LIVE-RUN
               WRITE GL-WORK-RECORD
               ADD 1 TO WS-GLW-LINES
           END-IF.
           *> CUST-CAT is still in the record area from the master
           *> check that proved this posting's CUST-ID.
           MOVE FIN-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE BAL-CURRENT TO WS-BALANCE-EDIT.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "POSTED " FIN-DC-CODE " " FIN-TRAN-TYPE
               " " FIN-CUST-ID
               " " WS-POSTING-DATE
               " REF " FIN-REFERENCE
               " AMT " WS-AMOUNT-EDIT
               " BAL " WS-BALANCE-EDIT
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.

       REJECT-POSTING.
           MOVE FIN-AMOUNT TO WS-AMOUNT-EDIT.
                       " AMOUNT " WS-AMOUNT-EDIT
                       " - DEBIT/CREDIT CODE NOT D OR C"
                       DELIMITED BY SIZE INTO WS-REGISTER-LINE
               WHEN TYPE-NOT-ON-FILE
                   STRING "REJECT " FIN-DC-CODE " " FIN-CUST-ID
                       " AMOUNT " WS-AMOUNT-EDIT
                       " - TYPE " FIN-TRAN-TYPE " NOT ON TRANTYPE"
                       DELIMITED BY SIZE INTO WS-REGISTER-LINE
               WHEN TYPE-RETIRED
                   STRING "REJECT " FIN-DC-CODE " " FIN-CUST-ID
                       " AMOUNT " WS-AMOUNT-EDIT
                       " - TYPE " FIN-TRAN-TYPE " IS INACTIVE"
                       DELIMITED BY SIZE INTO WS-REGISTER-LINE
               WHEN TYPE-WRONG-WAY
                   STRING "REJECT " FIN-DC-CODE " " FIN-CUST-ID
                       " AMOUNT " WS-AMOUNT-EDIT
                       " - WRONG DIRECTION FOR TYPE " FIN-TRAN-TYPE
                       DELIMITED BY SIZE INTO WS-REGISTER-LINE
               WHEN DATE-INVALID
                   STRING "REJECT " FIN-DC-CODE " " FIN-CUST-ID
                       " AMOUNT " WS-AMOUNT-EDIT
                       " - NO RATE IN EFFECT FOR " FIN-CURRENCY
                       DELIMITED BY SIZE INTO WS-REGISTER-LINE
           END-EVALUATE.
           PERFORM WRITE-REGISTER-LINE.
           ADD 1 TO WS-REJECT-COUNT.

       SUSPEND-POSTING.
           MOVE FIN-TRAN-RECORD TO SUSP-FIN-IMAGE.
           IF LIVE-RUN
               WRITE SUSPENSE-RECORD
               ADD 1 TO WS-SUSP-LINES
           END-IF.
           ADD 1 TO WS-SUSPENSE-COUNT.
           MOVE FIN-AMOUNT TO WS-AMOUNT-EDIT.
               " AMOUNT " WS-AMOUNT-EDIT
               " - ID NOT ON MASTER, PARKED"
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.

       WRITE-REGISTER-TOTALS.
           MOVE SPACES TO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.
           MOVE WS-DEBIT-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "TOTAL DEBITS  " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.
           MOVE WS-CREDIT-TOTAL TO WS-TOTAL-EDIT.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "TOTAL CREDITS " WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.
           MOVE SPACES TO WS-REGISTER-LINE.
           STRING "POSTED " WS-POSTED-COUNT
               " REJECTED " WS-REJECT-COUNT
               " HELD " WS-HELD-COUNT
               " SUSPENDED " WS-SUSPENSE-COUNT
               DELIMITED BY SIZE INTO WS-REGISTER-LINE.
           PERFORM WRITE-REGISTER-LINE.
           IF WS-RECOVERED-COUNT > 0
               MOVE SPACES TO WS-REGISTER-LINE
               STRING "BAD-DEBT RECOVERIES " WS-RECOVERED-COUNT
                   DELIMITED BY SIZE INTO WS-REGISTER-LINE
               PERFORM WRITE-REGISTER-LINE
           END-IF.

       CLOSE-FILES.
           IF WS-CUSTOMER-STATUS = "00" OR WS-CUSTOMER-STATUS = "10"
           END-IF.
           CLOSE BALANCE-FILE.
           IF WS-FIN-STATUS = "00" OR WS-FIN-STATUS = "10"
               IF SORTED-POSTING
                   CLOSE SORTED-FIN-FILE
               ELSE
                   CLOSE FINANCIAL-TRAN-FILE
               END-IF
           END-IF.
           CLOSE POSTING-REGISTER-FILE.
           CLOSE POSTING-HISTORY-FILE.
               CLOSE GL-WORK-FILE
           END-IF.
           CLOSE CONVERSION-REGISTER-FILE.
           CLOSE TAX-JOURNAL-FILE.
           IF TYPE-TABLE-OPEN
               CLOSE TRAN-TYPE-FILE
           END-IF.

       WRITE-OPERATOR-ALERT.
           MOVE "CustomerPosting" TO ALERT-PROGRAM-NAME.
           MOVE SPACES TO ALERT-FILE-STATUSES.
           STRING "MAST=" WS-CUSTOMER-STATUS " FIN=" WS-FIN-STATUS
               DELIMITED BY SIZE INTO ALERT-FILE-STATUSES.
           IF RESTART-FAILED
               MOVE "CHECKPOINT DOES NOT MATCH FILES - SEE LOG"
                   TO ALERT-ACTION-TEXT
           ELSE
               MOVE "CHECK CUSTFIN THEN RERUN POSTING"
                   TO ALERT-ACTION-TEXT
           END-IF.
           CALL "AlertWriter" USING ALERT-CALL-AREA.
