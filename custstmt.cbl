                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.
           *> Walked in key order - one statement per active
           *> customer whose cycle falls due tonight. Inactive
           *> accounts get no mailing; they are on their way to the
           *> purge, not the post office. With branches on file it
           *> is walked once per branch, so each branch's statements
           *> print together behind their own banner page.

           SELECT ADDRESS-FILE ASSIGN TO "CUSTADDR"
               ORGANIZATION IS INDEXED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-STATUS.
           *> The permanent posting trail CustomerPosting appends -
           *> the statement period's entries are the activity
           *> section, and the opening balance is the closing
           *> balance worked backwards through them.

           SELECT CYCLE-FILE ASSIGN TO "CUSTCYCL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CYC-CUST-ID
               FILE STATUS IS WS-CYCLE-STATUS.
           *> Each customer's billing-cycle day and last statement
           *> date. Read through once to see how full each cycle
           *> day is, then a customer met with no row is given the
           *> emptiest day - every route onto the master, batch,
           *> menu, or CSV load, ends up in a cycle this way.

           SELECT TRAN-TYPE-FILE ASSIGN TO "TRANTYPE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TYPE-CODE
               FILE STATUS IS WS-TYPE-STATUS.
           *> Type descriptions for the activity lines, so the
           *> customer reads "PAYMENT" or "FINANCE CHARGE" instead
           *> of a bare D or C.

           SELECT RATE-FILE ASSIGN TO "CATRATE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-CAT-CODE
               FILE STATUS IS WS-RATE-STATUS.
           *> The category's minimum-payment and due-date rules ride
           *> on its finance-charge rate row. A category with no row
           *> asks for the whole balance within 25 days.

           SELECT STMT-HISTORY-FILE ASSIGN TO "STMTHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SHST-KEY
               FILE STATUS IS WS-STMT-HIST-STATUS.
           *> Every cycle statement's minimum and due date, kept for
           *> LateFeeAssess to judge once the due date has passed.
           *> The previous statement's row says whether a past-due
           *> minimum is carried onto this one.

           SELECT STATEMENT-CONTROL-FILE ASSIGN TO "CUSTSTMC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.
           *> Cycle date, statement month, and the skip option -
           *> same drop-a-record pattern as every other control file
           *> here. No record means tonight's cycles for the run
           *> date, every due account printed.

           SELECT STATEMENT-FILE ASSIGN TO DYNAMIC WS-STATEMENT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-STATUS.
           *> Run-date-stamped generation (CUSTSTMT.CCYYMMDD) named
           *> by ReportDater, kept until ReportHousekeep lets it go.
           *> Paper statements only - a customer taking email alone
           *> has no page here.

           SELECT ESTATEMENT-FILE ASSIGN TO "ESTMTOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTATEMENT-STATUS.
           *> Tonight's e-statements for the mail gateway - each one
           *> the same lines the paper copy would carry, bracketed
           *> by the address to send to and a line count, the whole
           *> file by a header and a trailer the gateway proves
           *> before it sends a thing.

           SELECT DELIVERY-EXCEPTION-FILE ASSIGN TO "ESTMTEXC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-STATUS.
           *> Customers who asked for email but whose CUSTADDR row
           *> gives nowhere usable to send it. Their statement went
           *> on paper; this list is for the desk to get the
           *> address corrected.

           SELECT RELATION-FILE ASSIGN TO "CUSTREL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REL-CUST-ID
               ALTERNATE RECORD KEY IS REL-PARENT-ID
                   WITH DUPLICATES
               FILE STATUS IS WS-RELATION-STATUS.
           *> A group parent that asked for a consolidated statement
           *> gets its subsidiaries' activity for the same period
           *> under its own, and a group total - on the one page or
           *> email, by whatever road the parent chose.

       DATA DIVISION.
       FILE SECTION.
       FD  POSTING-HISTORY-FILE.
           COPY POSTHST.

       FD  TRAN-TYPE-FILE.
           COPY TRANTYP.

       FD  RATE-FILE.
           COPY CATRATE.

       FD  STMT-HISTORY-FILE.
           COPY CUSTSTH.

       FD  STATEMENT-CONTROL-FILE.
       01  STATEMENT-CTL-RECORD.
           05 CTL-STMT-MONTH      PIC 9(06).
           *> Non-zero reprints a whole calendar month (CCYYMM) for
           *> every active account, the way statements used to go
           *> out - no cycle dates are stamped by such a run.
           05 CTL-SKIP-OPTION     PIC X(01).
           88 CTL-SKIP-IDLE       VALUE "S".
           *> "S" skips accounts with no balance record and no
           *> activity in the period - anything else prints them all.
           05 CTL-CYCLE-DATE      PIC 9(08).
           *> Statement date (CCYYMMDD) whose cycles to print, for
           *> catching up a night that never ran - zero or absent
           *> means the run date.

       FD  CYCLE-FILE.
           COPY CUSTCYC.

       FD  STATEMENT-FILE.
       01  STATEMENT-RECORD       PIC X(80).

       FD  ESTATEMENT-FILE.
       01  ESTATEMENT-RECORD.
           05 EST-RECORD-TYPE     PIC X(01).
           88 EST-FILE-HEADER     VALUE "H".
           88 EST-STMT-HEADER     VALUE "S".
           88 EST-STMT-LINE       VALUE "L".
           88 EST-STMT-END        VALUE "E".
           88 EST-FILE-TRAILER    VALUE "Z".
           05 EST-RECORD-DATA     PIC X(80).
           05 EST-HEADER-DATA REDEFINES EST-RECORD-DATA.
               10 EST-RUN-DATE        PIC 9(08).
               10 FILLER              PIC X(72).
           05 EST-STMT-HEADER-DATA REDEFINES EST-RECORD-DATA.
               10 EST-CUST-ID         PIC 9(10).
               10 EST-EMAIL           PIC X(30).
               10 EST-STMT-DATE       PIC 9(08).
               10 EST-CUST-NAME       PIC X(10).
               10 FILLER              PIC X(22).
           05 EST-LINE-DATA REDEFINES EST-RECORD-DATA.
               10 EST-LINE-TEXT       PIC X(80).
           05 EST-STMT-END-DATA REDEFINES EST-RECORD-DATA.
               10 EST-END-CUST-ID     PIC 9(10).
               10 EST-END-LINE-COUNT  PIC 9(04).
               10 FILLER              PIC X(66).
           05 EST-TRAILER-DATA REDEFINES EST-RECORD-DATA.
               10 EST-TRL-STMT-COUNT  PIC 9(06).
               10 EST-TRL-RECORD-COUNT
                                      PIC 9(08).
               10 FILLER              PIC X(66).
           *> H run date; per statement an S with the customer and
           *> the address to send to, its L lines, and an E with
           *> the line count; a Z closes the file with the
           *> statement count and every record before it.

       FD  DELIVERY-EXCEPTION-FILE.
       01  DELIVERY-EXCEPTION-RECORD PIC X(80).

       FD  RELATION-FILE.
           COPY CUSTREL.

       WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-STATUS      PIC X(02) VALUE "00".
       01 WS-ADDRESS-STATUS       PIC X(02) VALUE "00".
       01 WS-BALANCE-STATUS       PIC X(02) VALUE "00".
       01 WS-HISTORY-STATUS       PIC X(02) VALUE "00".
       01 WS-CONTROL-STATUS       PIC X(02) VALUE "00".
       01 WS-TYPE-STATUS          PIC X(02) VALUE "00".
       01 WS-TYPE-TABLE-SWITCH    PIC X(01) VALUE "N".
       88 TYPE-TABLE-OPEN         VALUE "Y".
       88 TYPE-TABLE-MISSING      VALUE "N".
       01 WS-TYPE-TEXT            PIC X(20).
       01 WS-STATEMENT-STATUS     PIC X(02) VALUE "00".
       01 WS-CYCLE-STATUS         PIC X(02) VALUE "00".
       01 WS-RATE-STATUS          PIC X(02) VALUE "00".
       01 WS-STMT-HIST-STATUS     PIC X(02) VALUE "00".
       01 WS-ESTATEMENT-STATUS    PIC X(02) VALUE "00".
       01 WS-EXCEPTION-STATUS     PIC X(02) VALUE "00".
       01 WS-RELATION-STATUS      PIC X(02) VALUE "00".
       01 WS-RATE-FOUND-SWITCH    PIC X(01).
       88 RATE-FOUND              VALUE "Y".
       88 RATE-NOT-FOUND          VALUE "N".

       01 WS-CUSTOMER-EOF-SWITCH  PIC X(01) VALUE "N".
       88 CUSTOMER-EOF            VALUE "Y".
       88 CUSTOMER-NOT-EOF        VALUE "N".
       01 WS-PASS-BRANCH          PIC 9(02).
       01 WS-PASS-COUNT           PIC 9(02) VALUE 0.
       01 WS-BRANCHES-ON-FILE     PIC 9(02) VALUE 0.
       01 WS-BRANCH-CODE          PIC X(02).
       01 WS-BRANCH-NAME          PIC X(20).
       01 WS-BRANCH-STARTED-SWITCH PIC X(01).
       88 BRANCH-STARTED          VALUE "Y".
       88 BRANCH-NOT-STARTED      VALUE "N".
       01 WS-BRANCH-STMT-START    PIC 9(06).
       01 WS-BRANCH-STMT-COUNT    PIC 9(06).
       01 WS-BRANCH-CLOSING       PIC S9(11)V99.
       01 WS-BRANCH-CLOSING-EDIT  PIC Z(10)9.99-.
       *> One pass of the master per BranchLookup table position
       *> (01-09, then 10 for customers in no branch). A single
       *> book has only position 10 and makes the one pass it
       *> always did, with no banner or subtotal page.
       01 WS-HISTORY-EOF-SWITCH   PIC X(01) VALUE "N".
       88 HISTORY-EOF             VALUE "Y".
       88 HISTORY-NOT-EOF         VALUE "N".
       88 SKIP-IDLE-ACCOUNTS      VALUE "Y".
       88 PRINT-ALL-ACCOUNTS      VALUE "N".

       01 WS-CYCLE-EOF-SWITCH     PIC X(01) VALUE "N".
       88 CYCLE-EOF               VALUE "Y".
       88 CYCLE-NOT-EOF           VALUE "N".
       01 WS-CYCLE-FOUND-SWITCH   PIC X(01).
       88 CYCLE-FOUND             VALUE "Y".
       88 CYCLE-NOT-FOUND         VALUE "N".

       01 WS-RUN-MODE-SWITCH      PIC X(01) VALUE "C".
       88 CYCLE-RUN               VALUE "C".
       88 MONTH-RUN               VALUE "M".

       01 WS-RUN-DATE             PIC 9(08).
       01 WS-STMT-MONTH           PIC 9(06).
       01 WS-CYCLE-DATE           PIC 9(08).
       01 WS-STATEMENT-NAME       PIC X(17).

       01 WS-WORK-DATE.
           05 WS-WORK-MONTH       PIC 9(06).
           05 WS-WORK-DAY         PIC 9(02).
       01 WS-WORK-NUMBER REDEFINES WS-WORK-DATE PIC 9(08).
       01 WS-DATE-INTEGER         PIC 9(08).
       01 WS-LAST-MONTH-END       PIC 9(08).
       01 WS-HISTORY-FLOOR        PIC 9(08).
       01 WS-PERIOD-FROM          PIC 9(08).
       01 WS-PERIOD-START         PIC 9(08).
       01 WS-PERIOD-TO            PIC 9(08).
       01 WS-PREV-STMT-DATE       PIC 9(08).
       *> A statement covers entries dated after WS-PERIOD-FROM
       *> (the previous statement date) up to and including
       *> WS-PERIOD-TO. Nothing older than WS-HISTORY-FLOOR is
       *> loaded - a customer whose last statement is further back
       *> than that has the older entries carried in the opening
       *> balance instead of listed.

       01 WS-CYCLE-POPULATION-TABLE.
           05 WS-CYCLE-POPULATION OCCURS 28 TIMES PIC 9(06).
       01 WS-CYCLE-INDEX          PIC 9(02).
       01 WS-EMPTIEST-DAY         PIC 9(02).
       *> Customers on each cycle day, counted before the walk and
       *> kept current as days are handed out, so a night with a
       *> thousand new customers still spreads them evenly.

       01 WS-MONTH-TABLE.
           05 WS-MONTH-ENTRY OCCURS 3000 TIMES.
               10 WS-ME-CUST-ID   PIC 9(10).
               10 WS-ME-POST-DATE PIC 9(08).
               10 WS-ME-DC-CODE   PIC X(01).
               10 WS-ME-AMOUNT    PIC 9(07)V99.
               10 WS-ME-TRAN-TYPE PIC X(02).
       01 WS-MONTH-COUNT          PIC 9(04) VALUE 0.
       01 WS-MONTH-INDEX          PIC 9(04).
       01 WS-MONTH-OVERFLOW       PIC 9(06) VALUE 0.
       *> The POSTHIST entries since the history floor, loaded
       *> once and scanned per customer - the
       *> bounded-table-with-overflow pattern the aging and backout
       *> runs already use.

       01 WS-MONTH-DEBITS         PIC 9(09)V99.
       01 WS-MONTH-CREDITS        PIC 9(09)V99.
       01 WS-LATER-DEBITS         PIC 9(09)V99.
       01 WS-LATER-CREDITS        PIC 9(09)V99.
       01 WS-MONTH-TAX            PIC 9(09)V99.
       *> The TX sales-tax debits among the period's entries -
       *> each prints as its own activity line, and their sum is
       *> repeated under the activity for the customer's records.
       *> Entries dated after the statement date - only there when
       *> a missed night is caught up - are backed out of
       *> BAL-CURRENT to give the balance as it stood that day.
       01 WS-ACTIVITY-COUNT       PIC 9(04).
       01 WS-OPENING-BALANCE      PIC S9(09)V99.
       01 WS-CLOSING-BALANCE      PIC S9(09)V99.

       01 WS-MIN-DUE              PIC 9(09)V99.
       01 WS-PAST-DUE             PIC 9(09)V99.
       01 WS-DUE-DAYS             PIC 9(03).
       01 WS-DUE-DATE             PIC 9(08).
       01 WS-DUE-STATUS           PIC X(01).
       *> What this statement asks for - worked out from the
       *> category's rules, plus whatever of the last statement's
       *> minimum went unpaid, and never more than is owed.

       01 WS-SEND-PAPER-SWITCH    PIC X(01).
       88 SEND-PAPER              VALUE "Y".
       88 NO-PAPER                VALUE "N".
       01 WS-SEND-EMAIL-SWITCH    PIC X(01).
       88 SEND-EMAIL              VALUE "Y".
       88 NO-EMAIL                VALUE "N".
       01 WS-EMAIL-PROBLEM        PIC X(20).
       01 WS-EMAIL-LOCAL          PIC X(30).
       01 WS-EMAIL-DOMAIN         PIC X(30).
       01 WS-AT-COUNT             PIC 9(02).
       01 WS-DOT-COUNT            PIC 9(02).
       01 WS-EMAIL-LENGTH         PIC 9(02).
       *> Where tonight's statement goes. An address is usable
       *> with one @, something before it, a dot somewhere after
       *> it not right next to it, and no space inside - the same
       *> test AddressAudit puts CUSTADDR through, a little
       *> tighter.

       01 WS-ESTMT-LINE-COUNT     PIC 9(04).
       01 WS-ESTMT-RECORD-COUNT   PIC 9(08) VALUE 0.
       01 WS-PAPER-COUNT          PIC 9(06) VALUE 0.
       01 WS-EMAILED-COUNT        PIC 9(06) VALUE 0.
       01 WS-FALLBACK-COUNT       PIC 9(06) VALUE 0.

       01 WS-NO-PAPER-DECEASED    PIC 9(06) VALUE 0.
       01 WS-NO-PAPER-BANKRUPT    PIC 9(06) VALUE 0.
       01 WS-NO-PAPER-NO-MAIL     PIC 9(06) VALUE 0.
       01 WS-NO-EMAIL-DECEASED    PIC 9(06) VALUE 0.
       01 WS-NO-EMAIL-BANKRUPT    PIC 9(06) VALUE 0.
       01 WS-NO-EMAIL-NO-EMAIL    PIC 9(06) VALUE 0.
       01 WS-WITHHELD-COUNT       PIC 9(06) VALUE 0.
       *> Cycle statements kept from the post or the gateway by
       *> the customer's suppression flags, by reason. A statement
       *> barred both ways is still worked out and its minimum
       *> recorded - it simply goes nowhere.

       01 WS-CONSOLIDATE-SWITCH   PIC X(01).
       88 CONSOLIDATE-GROUP       VALUE "Y".
       88 SINGLE-ACCOUNT          VALUE "N".
       01 WS-RELATION-EOF-SWITCH  PIC X(01) VALUE "N".
       88 RELATION-EOF            VALUE "Y".
       88 RELATION-NOT-EOF        VALUE "N".
       01 WS-GROUP-PARENT-ID      PIC 9(10).
       01 WS-GROUP-OPENING        PIC S9(09)V99.
       01 WS-GROUP-CLOSING        PIC S9(09)V99.
       01 WS-SUBSIDIARY-COUNT     PIC 9(04).
       01 WS-CONSOLIDATED-COUNT   PIC 9(06) VALUE 0.
       *> The parent's own figures start the group totals; each
       *> subsidiary's opening and closing are added as it prints.

       01 WS-STATEMENT-COUNT      PIC 9(06) VALUE 0.
       01 WS-SKIPPED-COUNT        PIC 9(06) VALUE 0.
       01 WS-NOT-DUE-COUNT        PIC 9(06) VALUE 0.
       01 WS-ASSIGNED-COUNT       PIC 9(06) VALUE 0.

       01 WS-PRINT-LINE           PIC X(80).
       01 WS-AMOUNT-EDIT          PIC Z(06)9.99.

       COPY RPTGLNK.

       COPY CYCLNK.

       COPY BUSDLNK.

       COPY BRNLNK.

       COPY SUPLNK.

       COPY FNMLNK.

       COPY ALERTLNK.

       PROCEDURE DIVISION.
           DISPLAY "=== Customer Statement Start ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-STMT-MONTH = WS-RUN-DATE / 100.
           MOVE WS-RUN-DATE TO WS-CYCLE-DATE.
           PERFORM READ-STATEMENT-CONTROL.
           PERFORM SET-STATEMENT-PERIOD.
           PERFORM NAME-STATEMENT-GENERATION.
           PERFORM LOAD-MONTH-ACTIVITY.
           PERFORM OPEN-FILES.
           PERFORM COUNT-CYCLE-POPULATION.
           IF NOT CUSTOMER-EOF
               PERFORM COUNT-BRANCHES
               PERFORM STATEMENT-PASS
                   VARYING WS-PASS-BRANCH FROM 1 BY 1
                   UNTIL WS-PASS-BRANCH > 10
           END-IF.
           PERFORM CLOSE-FILES.
           DISPLAY "Statements printed: " WS-STATEMENT-COUNT
               " skipped: " WS-SKIPPED-COUNT
               " not due: " WS-NOT-DUE-COUNT.
           DISPLAY "On paper: " WS-PAPER-COUNT
               " by email: " WS-EMAILED-COUNT
               " email fell back to paper: " WS-FALLBACK-COUNT.
           DISPLAY "Paper suppressed - deceased: " WS-NO-PAPER-DECEASED
               " bankrupt: " WS-NO-PAPER-BANKRUPT
               " do not mail: " WS-NO-PAPER-NO-MAIL.
           DISPLAY "Email suppressed - deceased: " WS-NO-EMAIL-DECEASED
               " bankrupt: " WS-NO-EMAIL-BANKRUPT
               " do not email: " WS-NO-EMAIL-NO-EMAIL.
           DISPLAY "Statements sent nowhere: " WS-WITHHELD-COUNT.
           DISPLAY "New customers given a cycle: " WS-ASSIGNED-COUNT.
           DISPLAY "Consolidated group statements: "
               WS-CONSOLIDATED-COUNT.
           DISPLAY "=== Customer Statement End ===".
           EVALUATE TRUE
               WHEN WS-CUSTOMER-STATUS NOT = "00"
                   AND WS-CUSTOMER-STATUS NOT = "10"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CYCLE-STATUS NOT = "00"
                   AND WS-CYCLE-STATUS NOT = "10"
                   AND WS-CYCLE-STATUS NOT = "23"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MONTH-OVERFLOW > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   NOT AT END
                       IF CTL-STMT-MONTH NOT = 0
                           MOVE CTL-STMT-MONTH TO WS-STMT-MONTH
                           SET MONTH-RUN TO TRUE
                       END-IF
                       IF CTL-SKIP-IDLE
                           SET SKIP-IDLE-ACCOUNTS TO TRUE
                       END-IF
                       IF CTL-CYCLE-DATE NUMERIC
                           AND CTL-CYCLE-DATE NOT = 0
                           MOVE CTL-CYCLE-DATE TO WS-CYCLE-DATE
                       END-IF
               END-READ
               CLOSE STATEMENT-CONTROL-FILE
           END-IF.
           *> No CUSTSTMC record means tonight's cycles and every
           *> due account printed. A record cut before the cycle
           *> date was carried reads it as spaces - the run date.

       SET-STATEMENT-PERIOD.
           MOVE WS-RUN-DATE TO WS-WORK-NUMBER.
           MOVE 1 TO WS-WORK-DAY.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-WORK-NUMBER) - 1.
           COMPUTE WS-LAST-MONTH-END =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           IF MONTH-RUN
               PERFORM SET-CALENDAR-MONTH-PERIOD
           ELSE
               SET CYCL-DUE-TODAY TO TRUE
               MOVE WS-CYCLE-DATE TO CYCL-DATE-IN
               CALL "BillingCycle" USING CYCL-CALL-AREA
               MOVE WS-CYCLE-DATE TO WS-PERIOD-TO
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE) - 92
               COMPUTE WS-HISTORY-FLOOR =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               DISPLAY "Statement date " WS-CYCLE-DATE
                   " - cycle days due: " CYCL-DUE-COUNT
           END-IF.
           *> Three months of history is room for a cycle day moved
           *> from the end of the month to the start and a night
           *> or two missed besides. A weekend or holiday has no
           *> cycle day due and prints nothing - those cycles go out
           *> on the next business day instead.

       SET-CALENDAR-MONTH-PERIOD.
           MOVE WS-STMT-MONTH TO WS-WORK-MONTH.
           MOVE 1 TO WS-WORK-DAY.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-WORK-NUMBER) - 1.
           COMPUTE WS-PERIOD-FROM =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           IF FUNCTION MOD(WS-WORK-MONTH, 100) = 12
               ADD 89 TO WS-WORK-MONTH
           ELSE
               ADD 1 TO WS-WORK-MONTH
           END-IF.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-WORK-NUMBER) - 1.
           COMPUTE WS-PERIOD-TO =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           MOVE WS-PERIOD-FROM TO WS-HISTORY-FLOOR.
           *> Last day of the month before through last day of the
           *> month itself - December steps on to January of the
           *> following year.

       NAME-STATEMENT-GENERATION.
           MOVE "CUSTSTMT" TO RPTGEN-BASE-NAME.
           END-IF.

       CONSIDER-ONE-HISTORY-ENTRY.
           IF PHIST-POST-DATE > WS-HISTORY-FLOOR
               IF WS-MONTH-COUNT < 3000
                   ADD 1 TO WS-MONTH-COUNT
                   MOVE PHIST-CUST-ID
                       TO WS-ME-CUST-ID(WS-MONTH-COUNT)
                       TO WS-ME-DC-CODE(WS-MONTH-COUNT)
                   MOVE PHIST-AMOUNT
                       TO WS-ME-AMOUNT(WS-MONTH-COUNT)
                   MOVE PHIST-TRAN-TYPE
                       TO WS-ME-TRAN-TYPE(WS-MONTH-COUNT)
               ELSE
                   ADD 1 TO WS-MONTH-OVERFLOW
               END-IF
           END-IF.
           OPEN INPUT ADDRESS-FILE.
           OPEN INPUT BALANCE-FILE.
           OPEN INPUT TRAN-TYPE-FILE.
           IF WS-TYPE-STATUS = "00"
               SET TYPE-TABLE-OPEN TO TRUE
           END-IF.
           OPEN I-O CYCLE-FILE.
           IF WS-CYCLE-STATUS = "35"
               OPEN OUTPUT CYCLE-FILE
               CLOSE CYCLE-FILE
               OPEN I-O CYCLE-FILE
           END-IF.
           IF WS-CYCLE-STATUS NOT = "00"
               DISPLAY "Billing cycle file not available - status "
                   WS-CYCLE-STATUS
               SET CUSTOMER-EOF TO TRUE
           END-IF.
           *> The first night creates CUSTCYCL empty and gives every
           *> active customer a cycle day.
           OPEN INPUT RATE-FILE.
           OPEN I-O STMT-HISTORY-FILE.
           IF WS-STMT-HIST-STATUS = "35"
               OPEN OUTPUT STMT-HISTORY-FILE
               CLOSE STMT-HISTORY-FILE
               OPEN I-O STMT-HISTORY-FILE
           END-IF.
           OPEN OUTPUT STATEMENT-FILE.
           OPEN OUTPUT ESTATEMENT-FILE.
           MOVE SPACES TO ESTATEMENT-RECORD.
           SET EST-FILE-HEADER TO TRUE.
           MOVE WS-RUN-DATE TO EST-RUN-DATE.
           PERFORM WRITE-ESTATEMENT-RECORD.
           OPEN INPUT RELATION-FILE.
           OPEN OUTPUT DELIVERY-EXCEPTION-FILE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "E-STATEMENT DELIVERY EXCEPTIONS - RUN DATE "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE DELIVERY-EXCEPTION-RECORD FROM WS-PRINT-LINE.
           *> A night with no e-statements still hands the gateway
           *> a header and a trailer, so it can tell an empty night
           *> from a run that never finished.

       COUNT-CYCLE-POPULATION.
           INITIALIZE WS-CYCLE-POPULATION-TABLE.
           IF WS-CYCLE-STATUS NOT = "00"
               SET CYCLE-EOF TO TRUE
           END-IF.
           PERFORM UNTIL CYCLE-EOF
               READ CYCLE-FILE NEXT RECORD
                   AT END
                       SET CYCLE-EOF TO TRUE
                   NOT AT END
                       IF CYC-DAY >= 1 AND CYC-DAY <= 28
                           ADD 1 TO WS-CYCLE-POPULATION(CYC-DAY)
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-CYCLE-STATUS = "10"
               MOVE "00" TO WS-CYCLE-STATUS
           END-IF.

       COUNT-BRANCHES.
           SET BRNL-NTH-BRANCH TO TRUE.
           MOVE 10 TO BRNL-BRANCH-INDEX.
           CALL "BranchLookup" USING BRNL-CALL-AREA.
           MOVE BRNL-BRANCH-COUNT TO WS-BRANCHES-ON-FILE.

       STATEMENT-PASS.
           IF WS-PASS-BRANCH <= WS-BRANCHES-ON-FILE
               OR WS-PASS-BRANCH = 10
               IF WS-PASS-COUNT > 0
                   CLOSE CUSTOMER-FILE
                   OPEN INPUT CUSTOMER-FILE
               END-IF
               ADD 1 TO WS-PASS-COUNT
               SET BRANCH-NOT-STARTED TO TRUE
               MOVE WS-STATEMENT-COUNT TO WS-BRANCH-STMT-START
               MOVE 0 TO WS-BRANCH-CLOSING
               SET CUSTOMER-NOT-EOF TO TRUE
               IF WS-CUSTOMER-STATUS NOT = "00"
                   SET CUSTOMER-EOF TO TRUE
               END-IF
               PERFORM UNTIL CUSTOMER-EOF
                   PERFORM READ-CUSTOMER-FILE
                   IF NOT CUSTOMER-EOF
                       PERFORM CONSIDER-BRANCH-CUSTOMER
                   END-IF
               END-PERFORM
               IF BRANCH-STARTED
                   PERFORM PRINT-BRANCH-SUBTOTAL
               END-IF
           END-IF.

       CONSIDER-BRANCH-CUSTOMER.
           SET BRNL-LOOKUP TO TRUE.
           MOVE CUST-ID TO BRNL-CUST-ID.
           CALL "BranchLookup" USING BRNL-CALL-AREA.
           IF BRNL-BRANCH-INDEX = WS-PASS-BRANCH
               IF BRANCH-NOT-STARTED
                   MOVE BRNL-BRANCH-CODE TO WS-BRANCH-CODE
                   MOVE BRNL-BRANCH-NAME TO WS-BRANCH-NAME
                   SET BRANCH-STARTED TO TRUE
                   PERFORM PRINT-BRANCH-BANNER
               END-IF
               PERFORM CONSIDER-ONE-CUSTOMER
           END-IF.

       PRINT-BRANCH-BANNER.
           IF WS-BRANCHES-ON-FILE > 0
               MOVE SPACES TO WS-PRINT-LINE
               STRING "STATEMENTS FOR BRANCH " WS-BRANCH-CODE
                   " " WS-BRANCH-NAME
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE STATEMENT-RECORD FROM WS-PRINT-LINE
                   AFTER ADVANCING PAGE
               MOVE SPACES TO WS-PRINT-LINE
               WRITE STATEMENT-RECORD FROM WS-PRINT-LINE
           END-IF.

       PRINT-BRANCH-SUBTOTAL.
           IF WS-BRANCHES-ON-FILE > 0
               COMPUTE WS-BRANCH-STMT-COUNT =
                   WS-STATEMENT-COUNT - WS-BRANCH-STMT-START
               MOVE WS-BRANCH-CLOSING TO WS-BRANCH-CLOSING-EDIT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "SUBTOTAL BRANCH " WS-BRANCH-CODE
                   " STATEMENTS " WS-BRANCH-STMT-COUNT
                   " CLOSING " WS-BRANCH-CLOSING-EDIT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE STATEMENT-RECORD FROM WS-PRINT-LINE
           END-IF.
           *> Counts paper and email statements alike - the branch
           *> total is of the book, not of what went in the post.

       READ-CUSTOMER-FILE.
           READ CUSTOMER-FILE
           IF CUST-INACTIVE
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               PERFORM LOOK-UP-CYCLE
               EVALUATE TRUE
                   WHEN MONTH-RUN
                       PERFORM PRODUCE-ONE-STATEMENT
                   WHEN CYCLE-NOT-FOUND
                       ADD 1 TO WS-NOT-DUE-COUNT
                   WHEN CYCL-DUE-FLAG(CYC-DAY) = "Y"
                       PERFORM SET-CUSTOMER-PERIOD
                       PERFORM PRODUCE-ONE-STATEMENT
                       PERFORM STAMP-STATEMENT-DATE
                   WHEN OTHER
                       ADD 1 TO WS-NOT-DUE-COUNT
               END-EVALUATE
           END-IF.

       PRODUCE-ONE-STATEMENT.
           PERFORM LOOK-UP-BALANCE.
           PERFORM SUM-CUSTOMER-ACTIVITY.
           IF SKIP-IDLE-ACCOUNTS
               AND BALANCE-NOT-FOUND
               AND WS-ACTIVITY-COUNT = 0
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               IF CYCLE-RUN
                   PERFORM WORK-OUT-PAYMENT-DUE
               END-IF
               PERFORM DECIDE-DELIVERY
               IF SEND-EMAIL
                   PERFORM START-ESTATEMENT
               END-IF
               PERFORM PRINT-ONE-STATEMENT
               IF CYCLE-RUN
                   PERFORM RECORD-STATEMENT-HISTORY
               END-IF
               PERFORM CHECK-GROUP-STATEMENT
               IF CONSOLIDATE-GROUP
                   PERFORM PRINT-GROUP-STATEMENT
               END-IF
               IF SEND-EMAIL
                   PERFORM END-ESTATEMENT
               END-IF
           END-IF.
           *> A month reprint asks for no payment - the cycle
           *> statement that covered the same days already did.
           *> The history row is written before any group section
           *> reuses the balance fields for the subsidiaries.

       DECIDE-DELIVERY.
           PERFORM LOOK-UP-ADDRESS.
           SET SEND-PAPER TO TRUE.
           SET NO-EMAIL TO TRUE.
           SET SUPL-MAIL-ALLOWED TO TRUE.
           SET SUPL-EMAIL-ALLOWED TO TRUE.
           IF CYCLE-RUN
               MOVE CUST-ID TO SUPL-CUST-ID
               CALL "SuppressionLookup" USING SUPL-CALL-AREA
           END-IF.
           IF CYCLE-RUN AND CYCLE-FOUND
               AND (CYC-DELIVER-EMAIL OR CYC-DELIVER-BOTH)
               IF SUPL-EMAIL-ALLOWED
                   PERFORM CHECK-EMAIL-ADDRESS
                   IF WS-EMAIL-PROBLEM = SPACES
                       SET SEND-EMAIL TO TRUE
                       IF CYC-DELIVER-EMAIL
                           SET NO-PAPER TO TRUE
                       END-IF
                   ELSE
                       PERFORM LIST-DELIVERY-EXCEPTION
                   END-IF
               ELSE
                   PERFORM COUNT-SUPPRESSED-EMAIL
               END-IF
           END-IF.
           IF SEND-PAPER AND NOT SUPL-MAIL-ALLOWED
               SET NO-PAPER TO TRUE
               PERFORM COUNT-SUPPRESSED-PAPER
           END-IF.
           IF NO-PAPER AND NO-EMAIL
               ADD 1 TO WS-WITHHELD-COUNT
           END-IF.
           IF SEND-PAPER
               ADD 1 TO WS-PAPER-COUNT
           END-IF.
           IF SEND-EMAIL
               ADD 1 TO WS-EMAILED-COUNT
           END-IF.
           *> A month reprint is for the desk and always prints -
           *> the customer had the cycle statement already, by
           *> whatever road they chose. A customer barred from
           *> email but not from the post has the email statement
           *> on paper instead; one barred from the post gets no
           *> paper copy at all.

       COUNT-SUPPRESSED-EMAIL.
           EVALUATE TRUE
               WHEN SUPL-EMAIL-DECEASED
                   ADD 1 TO WS-NO-EMAIL-DECEASED
               WHEN SUPL-EMAIL-BANKRUPT
                   ADD 1 TO WS-NO-EMAIL-BANKRUPT
               WHEN OTHER
                   ADD 1 TO WS-NO-EMAIL-NO-EMAIL
           END-EVALUATE.

       COUNT-SUPPRESSED-PAPER.
           EVALUATE TRUE
               WHEN SUPL-MAIL-DECEASED
                   ADD 1 TO WS-NO-PAPER-DECEASED
               WHEN SUPL-MAIL-BANKRUPT
                   ADD 1 TO WS-NO-PAPER-BANKRUPT
               WHEN OTHER
                   ADD 1 TO WS-NO-PAPER-NO-MAIL
           END-EVALUATE.

       CHECK-EMAIL-ADDRESS.
           MOVE SPACES TO WS-EMAIL-PROBLEM.
           EVALUATE TRUE
               WHEN ADDRESS-NOT-FOUND
                   MOVE "NO ADDRESS ROW" TO WS-EMAIL-PROBLEM
               WHEN ADDR-EMAIL = SPACES
                   MOVE "NO EMAIL ADDRESS" TO WS-EMAIL-PROBLEM
               WHEN OTHER
                   PERFORM CHECK-EMAIL-FORM
           END-EVALUATE.

       CHECK-EMAIL-FORM.
           MOVE 0 TO WS-AT-COUNT.
           MOVE 0 TO WS-DOT-COUNT.
           MOVE 0 TO WS-EMAIL-LENGTH.
           MOVE SPACES TO WS-EMAIL-LOCAL.
           MOVE SPACES TO WS-EMAIL-DOMAIN.
           INSPECT ADDR-EMAIL TALLYING WS-AT-COUNT FOR ALL "@".
           INSPECT ADDR-EMAIL TALLYING WS-EMAIL-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE.
           UNSTRING ADDR-EMAIL DELIMITED BY "@"
               INTO WS-EMAIL-LOCAL WS-EMAIL-DOMAIN.
           INSPECT WS-EMAIL-DOMAIN TALLYING WS-DOT-COUNT FOR ALL ".".
           EVALUATE TRUE
               WHEN WS-AT-COUNT NOT = 1
                   MOVE "EMAIL MALFORMED" TO WS-EMAIL-PROBLEM
               WHEN WS-EMAIL-LOCAL = SPACES
                   MOVE "EMAIL MALFORMED" TO WS-EMAIL-PROBLEM
               WHEN WS-DOT-COUNT = 0
                   MOVE "EMAIL MALFORMED" TO WS-EMAIL-PROBLEM
               WHEN WS-EMAIL-DOMAIN(1:1) = "."
                   MOVE "EMAIL MALFORMED" TO WS-EMAIL-PROBLEM
               WHEN WS-EMAIL-LENGTH < 30
                   AND ADDR-EMAIL(WS-EMAIL-LENGTH + 1:) NOT = SPACES
                   MOVE "EMAIL HAS A SPACE" TO WS-EMAIL-PROBLEM
               WHEN ADDR-EMAIL(WS-EMAIL-LENGTH:1) = "."
                   MOVE "EMAIL MALFORMED" TO WS-EMAIL-PROBLEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           *> A leading space counts as a space inside - the length
           *> before it is zero and the rest is not blank.

       LIST-DELIVERY-EXCEPTION.
           ADD 1 TO WS-FALLBACK-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING CUST-ID " " CUST-NAME
               " " WS-EMAIL-PROBLEM
               " " ADDR-EMAIL
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           IF ADDRESS-NOT-FOUND
               MOVE SPACES TO WS-PRINT-LINE(43:)
           END-IF.
           WRITE DELIVERY-EXCEPTION-RECORD FROM WS-PRINT-LINE.

       START-ESTATEMENT.
           MOVE 0 TO WS-ESTMT-LINE-COUNT.
           MOVE SPACES TO ESTATEMENT-RECORD.
           SET EST-STMT-HEADER TO TRUE.
           MOVE CUST-ID TO EST-CUST-ID.
           MOVE ADDR-EMAIL TO EST-EMAIL.
           MOVE WS-CYCLE-DATE TO EST-STMT-DATE.
           MOVE CUST-NAME TO EST-CUST-NAME.
           PERFORM WRITE-ESTATEMENT-RECORD.

       END-ESTATEMENT.
           MOVE SPACES TO ESTATEMENT-RECORD.
           SET EST-STMT-END TO TRUE.
           MOVE CUST-ID TO EST-END-CUST-ID.
           MOVE WS-ESTMT-LINE-COUNT TO EST-END-LINE-COUNT.
           PERFORM WRITE-ESTATEMENT-RECORD.

       WRITE-ESTATEMENT-RECORD.
           WRITE ESTATEMENT-RECORD.
           ADD 1 TO WS-ESTMT-RECORD-COUNT.

       EMIT-STATEMENT-LINE.
           IF SEND-PAPER
               WRITE STATEMENT-RECORD FROM WS-PRINT-LINE
           END-IF.
           IF SEND-EMAIL
               MOVE SPACES TO ESTATEMENT-RECORD
               SET EST-STMT-LINE TO TRUE
               MOVE WS-PRINT-LINE TO EST-LINE-TEXT
               PERFORM WRITE-ESTATEMENT-RECORD
               ADD 1 TO WS-ESTMT-LINE-COUNT
           END-IF.
           *> Every statement line comes through here, so the paper
           *> page and the email carry exactly the same text.

       WORK-OUT-PAYMENT-DUE.
           PERFORM LOOK-UP-PAYMENT-RULES.
           PERFORM FIND-PAST-DUE.
           IF WS-CLOSING-BALANCE <= 0
               MOVE 0 TO WS-MIN-DUE
               MOVE 0 TO WS-PAST-DUE
               MOVE "Z" TO WS-DUE-STATUS
           ELSE
               MOVE "O" TO WS-DUE-STATUS
               IF RATE-MIN-PAY-PCT = 0 AND RATE-MIN-PAY-FLOOR = 0
                   MOVE WS-CLOSING-BALANCE TO WS-MIN-DUE
               ELSE
                   COMPUTE WS-MIN-DUE ROUNDED =
                       WS-CLOSING-BALANCE * RATE-MIN-PAY-PCT / 100
                   IF WS-MIN-DUE < RATE-MIN-PAY-FLOOR
                       MOVE RATE-MIN-PAY-FLOOR TO WS-MIN-DUE
                   END-IF
               END-IF
               ADD WS-PAST-DUE TO WS-MIN-DUE
               IF WS-MIN-DUE > WS-CLOSING-BALANCE
                   MOVE WS-CLOSING-BALANCE TO WS-MIN-DUE
               END-IF
           END-IF.
           IF RATE-DUE-DAYS = 0
               MOVE 25 TO WS-DUE-DAYS
           ELSE
               MOVE RATE-DUE-DAYS TO WS-DUE-DAYS
           END-IF.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CYCLE-DATE) + WS-DUE-DAYS.
           SET BUSD-NEXT-BUSINESS TO TRUE.
           COMPUTE BUSD-DATE-IN =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           CALL "BusinessDate" USING BUSD-CALL-AREA.
           MOVE BUSD-DATE-OUT TO WS-DUE-DATE.
           *> A due date landing on a weekend or holiday moves to
           *> the next business day, the same roll every due date
           *> in the shop takes.

       LOOK-UP-PAYMENT-RULES.
           SET RATE-NOT-FOUND TO TRUE.
           IF WS-RATE-STATUS = "00" OR WS-RATE-STATUS = "23"
               MOVE CUST-CAT TO RATE-CAT-CODE
               READ RATE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET RATE-FOUND TO TRUE
               END-READ
           END-IF.
           IF RATE-NOT-FOUND
               MOVE 0 TO RATE-MIN-PAY-PCT
               MOVE 0 TO RATE-MIN-PAY-FLOOR
               MOVE 0 TO RATE-DUE-DAYS
           END-IF.

       FIND-PAST-DUE.
           MOVE 0 TO WS-PAST-DUE.
           IF WS-PREV-STMT-DATE > 0
               MOVE CUST-ID TO SHST-CUST-ID
               MOVE WS-PREV-STMT-DATE TO SHST-STMT-DATE
               READ STMT-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF SHST-MISSED
                           AND SHST-MIN-DUE > SHST-PAID-AMOUNT
                           COMPUTE WS-PAST-DUE =
                               SHST-MIN-DUE - SHST-PAID-AMOUNT
                       END-IF
               END-READ
           END-IF.
           *> A previous minimum whose due date has not yet passed
           *> is still the customer's to pay on time - only one
           *> LateFeeAssess has found missed is carried forward.

       RECORD-STATEMENT-HISTORY.
           MOVE CUST-ID TO SHST-CUST-ID.
           MOVE WS-CYCLE-DATE TO SHST-STMT-DATE.
           MOVE WS-CLOSING-BALANCE TO SHST-CLOSING-BALANCE.
           MOVE WS-MIN-DUE TO SHST-MIN-DUE.
           MOVE WS-PAST-DUE TO SHST-PAST-DUE.
           MOVE WS-DUE-DATE TO SHST-DUE-DATE.
           MOVE WS-DUE-STATUS TO SHST-STATUS.
           MOVE 0 TO SHST-PAID-AMOUNT.
           MOVE 0 TO SHST-LATE-FEE.
           MOVE 0 TO SHST-DECIDED-DATE.
           WRITE STATEMENT-HISTORY-RECORD
               INVALID KEY
                   REWRITE STATEMENT-HISTORY-RECORD
           END-WRITE.
           *> A rerun of the night prints the same statement and
           *> puts the same row back.

       LOOK-UP-CYCLE.
           MOVE CUST-ID TO CYC-CUST-ID.
           READ CYCLE-FILE
               INVALID KEY
                   PERFORM ASSIGN-CYCLE-DAY
               NOT INVALID KEY
                   SET CYCLE-FOUND TO TRUE
           END-READ.
           IF CYCLE-FOUND
               AND (CYC-DAY < 1 OR CYC-DAY > 28)
               DISPLAY "Cycle day " CYC-DAY " not valid for "
                   CUST-ID " - no statement"
               SET CYCLE-NOT-FOUND TO TRUE
           END-IF.

       ASSIGN-CYCLE-DAY.
           MOVE 1 TO WS-EMPTIEST-DAY.
           PERFORM CONSIDER-ONE-CYCLE-DAY
               VARYING WS-CYCLE-INDEX FROM 2 BY 1
               UNTIL WS-CYCLE-INDEX > 28.
           MOVE CUST-ID TO CYC-CUST-ID.
           MOVE WS-EMPTIEST-DAY TO CYC-DAY.
           MOVE WS-RUN-DATE TO CYC-ASSIGNED-DATE.
           MOVE "AUTO" TO CYC-ASSIGNED-BY.
           MOVE WS-LAST-MONTH-END TO CYC-LAST-STMT-DATE.
           MOVE 0 TO CYC-PREV-STMT-DATE.
           MOVE 0 TO CYC-LAST-CHARGE-DATE.
           SET CYC-DELIVER-PAPER TO TRUE.
           WRITE BILLING-CYCLE-RECORD
               INVALID KEY
                   SET CYCLE-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET CYCLE-FOUND TO TRUE
                   ADD 1 TO WS-CYCLE-POPULATION(WS-EMPTIEST-DAY)
                   ADD 1 TO WS-ASSIGNED-COUNT
           END-WRITE.
           *> The first statement runs from the end of last month -
           *> where the old month-end statement left an existing
           *> customer, and before any activity a new one can have.

       CONSIDER-ONE-CYCLE-DAY.
           IF WS-CYCLE-POPULATION(WS-CYCLE-INDEX)
               < WS-CYCLE-POPULATION(WS-EMPTIEST-DAY)
               MOVE WS-CYCLE-INDEX TO WS-EMPTIEST-DAY
           END-IF.

       SET-CUSTOMER-PERIOD.
           IF CYC-LAST-STMT-DATE < WS-CYCLE-DATE
               MOVE CYC-LAST-STMT-DATE TO WS-PERIOD-FROM
           ELSE
               MOVE CYC-PREV-STMT-DATE TO WS-PERIOD-FROM
           END-IF.
           MOVE WS-PERIOD-FROM TO WS-PREV-STMT-DATE.
           IF WS-PERIOD-FROM < WS-HISTORY-FLOOR
               MOVE WS-HISTORY-FLOOR TO WS-PERIOD-FROM
           END-IF.
           *> A rerun of the same night finds tonight's date already
           *> stamped and prints the same period again from the
           *> statement date before it.

       STAMP-STATEMENT-DATE.
           IF CYC-LAST-STMT-DATE < WS-CYCLE-DATE
               MOVE CYC-LAST-STMT-DATE TO CYC-PREV-STMT-DATE
               MOVE WS-CYCLE-DATE TO CYC-LAST-STMT-DATE
               REWRITE BILLING-CYCLE-RECORD
                   INVALID KEY
                       DISPLAY "Statement date not stamped for "
                           CYC-CUST-ID
               END-REWRITE
           END-IF.

       LOOK-UP-BALANCE.
           SET BALANCE-NOT-FOUND TO TRUE.
       SUM-CUSTOMER-ACTIVITY.
           MOVE 0 TO WS-MONTH-DEBITS.
           MOVE 0 TO WS-MONTH-CREDITS.
           MOVE 0 TO WS-LATER-DEBITS.
           MOVE 0 TO WS-LATER-CREDITS.
           MOVE 0 TO WS-MONTH-TAX.
           MOVE 0 TO WS-ACTIVITY-COUNT.
           PERFORM SUM-ONE-ACTIVITY-ENTRY
               VARYING WS-MONTH-INDEX FROM 1 BY 1
               UNTIL WS-MONTH-INDEX > WS-MONTH-COUNT.
           COMPUTE WS-CLOSING-BALANCE = WS-CLOSING-BALANCE
               - WS-LATER-DEBITS + WS-LATER-CREDITS.
           COMPUTE WS-OPENING-BALANCE = WS-CLOSING-BALANCE
               - WS-MONTH-DEBITS + WS-MONTH-CREDITS.
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-PERIOD-FROM) + 1.
           COMPUTE WS-PERIOD-START =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
           *> The opening balance is the closing balance worked
           *> backwards through the period's postings - so opening
           *> plus activity always ties to BAL-CURRENT, less
           *> anything dated after the statement date, exactly.

       SUM-ONE-ACTIVITY-ENTRY.
           IF WS-ME-CUST-ID(WS-MONTH-INDEX) = CUST-ID
               EVALUATE TRUE
                   WHEN WS-ME-POST-DATE(WS-MONTH-INDEX)
                       > WS-PERIOD-TO
                       IF WS-ME-DC-CODE(WS-MONTH-INDEX) = "D"
                           ADD WS-ME-AMOUNT(WS-MONTH-INDEX)
                               TO WS-LATER-DEBITS
                       ELSE
                           ADD WS-ME-AMOUNT(WS-MONTH-INDEX)
                               TO WS-LATER-CREDITS
                       END-IF
                   WHEN WS-ME-POST-DATE(WS-MONTH-INDEX)
                       > WS-PERIOD-FROM
                       ADD 1 TO WS-ACTIVITY-COUNT
                       IF WS-ME-DC-CODE(WS-MONTH-INDEX) = "D"
                           ADD WS-ME-AMOUNT(WS-MONTH-INDEX)
                               TO WS-MONTH-DEBITS
                           IF WS-ME-TRAN-TYPE(WS-MONTH-INDEX) = "TX"
                               ADD WS-ME-AMOUNT(WS-MONTH-INDEX)
                                   TO WS-MONTH-TAX
                           END-IF
                       ELSE
                           ADD WS-ME-AMOUNT(WS-MONTH-INDEX)
                               TO WS-MONTH-CREDITS
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       PRINT-ONE-STATEMENT.
           MOVE SPACES TO WS-PRINT-LINE.
           IF MONTH-RUN
               STRING "CUSTOMER STATEMENT - MONTH " WS-STMT-MONTH
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "CUSTOMER STATEMENT - CYCLE DAY " CYC-DAY
                   "  STATEMENT DATE " WS-CYCLE-DATE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           PERFORM EMIT-STATEMENT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PERIOD " WS-PERIOD-START " TO " WS-PERIOD-TO
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM EMIT-STATEMENT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ACCOUNT " CUST-ID "  " CUST-NAME
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM EMIT-STATEMENT-LINE.
           PERFORM PRINT-ADDRESS-BLOCK.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM EMIT-STATEMENT-LINE.
           MOVE WS-OPENING-BALANCE TO WS-BALANCE-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "OPENING BALANCE " WS-BALANCE-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM EMIT-STATEMENT-LINE.
           PERFORM PRINT-ONE-ACTIVITY-LINE
               VARYING WS-MONTH-INDEX FROM 1 BY 1
               UNTIL WS-MONTH-INDEX > WS-MONTH-COUNT.
           IF WS-ACTIVITY-COUNT = 0
               MOVE "  NO ACTIVITY THIS PERIOD" TO WS-PRINT-LINE
               PERFORM EMIT-STATEMENT-LINE
           END-IF.
           IF WS-MONTH-TAX > 0
               MOVE WS-MONTH-TAX TO WS-BALANCE-EDIT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  SALES TAX THIS PERIOD " WS-BALANCE-EDIT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM EMIT-STATEMENT-LINE
           END-IF.
           MOVE WS-CLOSING-BALANCE TO WS-BALANCE-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CLOSING BALANCE " WS-BALANCE-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM EMIT-STATEMENT-LINE.
           IF CYCLE-RUN
               PERFORM PRINT-PAYMENT-DUE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM EMIT-STATEMENT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM EMIT-STATEMENT-LINE.
           ADD 1 TO WS-STATEMENT-COUNT.
           ADD WS-CLOSING-BALANCE TO WS-BRANCH-CLOSING.

       PRINT-PAYMENT-DUE.
           IF WS-DUE-STATUS = "Z"
               MOVE "NO PAYMENT DUE" TO WS-PRINT-LINE
               PERFORM EMIT-STATEMENT-LINE
           ELSE
               MOVE WS-MIN-DUE TO WS-BALANCE-EDIT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "MINIMUM PAYMENT DUE " WS-BALANCE-EDIT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM EMIT-STATEMENT-LINE
               IF WS-PAST-DUE > 0
                   MOVE WS-PAST-DUE TO WS-AMOUNT-EDIT
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "  INCLUDES PAST DUE " WS-AMOUNT-EDIT
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM EMIT-STATEMENT-LINE
               END-IF
               MOVE SPACES TO WS-PRINT-LINE
               STRING "PAYMENT DUE BY " WS-DUE-DATE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM EMIT-STATEMENT-LINE
           END-IF.

       LOOK-UP-ADDRESS.
           SET ADDRESS-NOT-FOUND TO TRUE.
           IF WS-ADDRESS-STATUS = "00"
               MOVE CUST-ID TO ADDR-CUST-ID
                       SET ADDRESS-FOUND TO TRUE
               END-READ
           END-IF.

       PRINT-ADDRESS-BLOCK.
           PERFORM PRINT-FULL-NAME-LINES.
           IF ADDRESS-FOUND
               MOVE ADDR-LINE-1 TO WS-PRINT-LINE
               PERFORM EMIT-STATEMENT-LINE
               IF ADDR-LINE-2 NOT = SPACES
                   MOVE ADDR-LINE-2 TO WS-PRINT-LINE
                   PERFORM EMIT-STATEMENT-LINE
               END-IF
               MOVE SPACES TO WS-PRINT-LINE
               STRING ADDR-CITY " " ADDR-POSTAL
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM EMIT-STATEMENT-LINE
           ELSE
               MOVE "*** NO ADDRESS ON FILE ***" TO WS-PRINT-LINE
               PERFORM EMIT-STATEMENT-LINE
           END-IF.

       PRINT-FULL-NAME-LINES.
           MOVE CUST-ID TO FNML-CUST-ID.
           MOVE CUST-NAME TO FNML-SHORT-NAME.
           CALL "FullNameLookup" USING FNML-CALL-AREA.
           IF FNML-FULL-NAME-FOUND
               MOVE FNML-NAME TO WS-PRINT-LINE
               PERFORM EMIT-STATEMENT-LINE
               IF FNML-TRADING-NAME NOT = SPACES
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "T/A " FNML-TRADING-NAME
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM EMIT-STATEMENT-LINE
               END-IF
               IF FNML-ATTENTION NOT = SPACES
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "ATTN: " FNML-ATTENTION
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM EMIT-STATEMENT-LINE
               END-IF
           END-IF.
           *> The addressee as CUSTLNAM has it. With no row the
           *> ACCOUNT line above already carries the short name and
           *> nothing more is printed.

       PRINT-ONE-ACTIVITY-LINE.
           IF WS-ME-CUST-ID(WS-MONTH-INDEX) = CUST-ID
               AND WS-ME-POST-DATE(WS-MONTH-INDEX) > WS-PERIOD-FROM
               AND WS-ME-POST-DATE(WS-MONTH-INDEX) <= WS-PERIOD-TO
               MOVE WS-ME-AMOUNT(WS-MONTH-INDEX) TO WS-AMOUNT-EDIT
               PERFORM DESCRIBE-ACTIVITY-TYPE
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  " WS-ME-POST-DATE(WS-MONTH-INDEX)
                   " " WS-TYPE-TEXT
                   " " WS-ME-DC-CODE(WS-MONTH-INDEX)
                   " " WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM EMIT-STATEMENT-LINE
           END-IF.

       DESCRIBE-ACTIVITY-TYPE.
           MOVE SPACES TO WS-TYPE-TEXT.
           IF WS-ME-TRAN-TYPE(WS-MONTH-INDEX) NOT = SPACES
               MOVE WS-ME-TRAN-TYPE(WS-MONTH-INDEX) TO WS-TYPE-TEXT
               IF TYPE-TABLE-OPEN
                   MOVE WS-ME-TRAN-TYPE(WS-MONTH-INDEX) TO TYPE-CODE
                   READ TRAN-TYPE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE TYPE-DESC TO WS-TYPE-TEXT
                   END-READ
               END-IF
           END-IF.
           *> History from before types were carried prints with the
           *> description column blank; a code since dropped from
           *> TRANTYPE prints as the bare code.

       CHECK-GROUP-STATEMENT.
           SET SINGLE-ACCOUNT TO TRUE.
           IF WS-RELATION-STATUS = "00" OR WS-RELATION-STATUS = "10"
               OR WS-RELATION-STATUS = "23"
               MOVE CUST-ID TO REL-CUST-ID
               READ RELATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REL-PARENT AND REL-WANTS-CONSOLIDATED
                           SET CONSOLIDATE-GROUP TO TRUE
                       END-IF
               END-READ
           END-IF.

       PRINT-GROUP-STATEMENT.
           MOVE CUST-ID TO WS-GROUP-PARENT-ID.
           MOVE WS-OPENING-BALANCE TO WS-GROUP-OPENING.
           MOVE WS-CLOSING-BALANCE TO WS-GROUP-CLOSING.
           MOVE 0 TO WS-SUBSIDIARY-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CONSOLIDATED GROUP STATEMENT - GROUP OF "
               WS-GROUP-PARENT-ID
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM EMIT-STATEMENT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM EMIT-STATEMENT-LINE.
           SET RELATION-NOT-EOF TO TRUE.
           MOVE WS-GROUP-PARENT-ID TO REL-PARENT-ID.
           START RELATION-FILE KEY = REL-PARENT-ID
               INVALID KEY
                   SET RELATION-EOF TO TRUE
           END-START.
           PERFORM UNTIL RELATION-EOF
               READ RELATION-FILE NEXT RECORD
                   AT END
                       SET RELATION-EOF TO TRUE
                   NOT AT END
                       IF REL-PARENT-ID NOT = WS-GROUP-PARENT-ID
                           SET RELATION-EOF TO TRUE
                       ELSE
                           IF REL-CHILD
                               PERFORM PRINT-ONE-SUBSIDIARY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-SUBSIDIARY-COUNT = 0
               MOVE "  NO SUBSIDIARIES IN THIS GROUP" TO WS-PRINT-LINE
               PERFORM EMIT-STATEMENT-LINE
           END-IF.
           MOVE WS-GROUP-OPENING TO WS-BALANCE-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "GROUP OPENING BALANCE " WS-BALANCE-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM EMIT-STATEMENT-LINE.
           MOVE WS-GROUP-CLOSING TO WS-BALANCE-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "GROUP CLOSING BALANCE " WS-BALANCE-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM EMIT-STATEMENT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM EMIT-STATEMENT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM EMIT-STATEMENT-LINE.
           MOVE WS-GROUP-PARENT-ID TO CUST-ID.
           ADD 1 TO WS-CONSOLIDATED-COUNT.
           *> Every subsidiary is shown over the parent's statement
           *> period, whatever its own cycle day - the group total
           *> is then one set of dates. The subsidiaries still get
           *> their own statements on their own cycles; this one
           *> asks for no payment.

       PRINT-ONE-SUBSIDIARY.
           ADD 1 TO WS-SUBSIDIARY-COUNT.
           MOVE REL-CUST-ID TO CUST-ID.
           PERFORM LOOK-UP-BALANCE.
           PERFORM SUM-CUSTOMER-ACTIVITY.
           ADD WS-OPENING-BALANCE TO WS-GROUP-OPENING.
           ADD WS-CLOSING-BALANCE TO WS-GROUP-CLOSING.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "SUBSIDIARY " CUST-ID
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM EMIT-STATEMENT-LINE.
           MOVE WS-OPENING-BALANCE TO WS-BALANCE-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  OPENING BALANCE " WS-BALANCE-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM EMIT-STATEMENT-LINE.
           PERFORM PRINT-ONE-ACTIVITY-LINE
               VARYING WS-MONTH-INDEX FROM 1 BY 1
               UNTIL WS-MONTH-INDEX > WS-MONTH-COUNT.
           IF WS-ACTIVITY-COUNT = 0
               MOVE "  NO ACTIVITY THIS PERIOD" TO WS-PRINT-LINE
               PERFORM EMIT-STATEMENT-LINE
           END-IF.
           MOVE WS-CLOSING-BALANCE TO WS-BALANCE-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  CLOSING BALANCE " WS-BALANCE-EDIT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM EMIT-STATEMENT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM EMIT-STATEMENT-LINE.

       CLOSE-FILES.
           IF WS-CUSTOMER-STATUS = "00" OR WS-CUSTOMER-STATUS = "10"
               CLOSE CUSTOMER-FILE
           END-IF.
           IF WS-RELATION-STATUS = "00" OR WS-RELATION-STATUS = "10"
               OR WS-RELATION-STATUS = "23"
               CLOSE RELATION-FILE
           END-IF.
           IF WS-ADDRESS-STATUS = "00"
               CLOSE ADDRESS-FILE
           END-IF.
           IF WS-BALANCE-STATUS = "00"
               CLOSE BALANCE-FILE
           END-IF.
           IF TYPE-TABLE-OPEN
               CLOSE TRAN-TYPE-FILE
           END-IF.
           IF WS-CYCLE-STATUS = "00" OR WS-CYCLE-STATUS = "23"
               CLOSE CYCLE-FILE
           END-IF.
           IF WS-RATE-STATUS = "00" OR WS-RATE-STATUS = "23"
               CLOSE RATE-FILE
           END-IF.
           CLOSE STMT-HISTORY-FILE.
           CLOSE STATEMENT-FILE.
           MOVE SPACES TO ESTATEMENT-RECORD.
           SET EST-FILE-TRAILER TO TRUE.
           MOVE WS-EMAILED-COUNT TO EST-TRL-STMT-COUNT.
           MOVE WS-ESTMT-RECORD-COUNT TO EST-TRL-RECORD-COUNT.
           WRITE ESTATEMENT-RECORD.
           CLOSE ESTATEMENT-FILE.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE DELIVERY-EXCEPTION-RECORD FROM WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "LISTED FOR CORRECTION " WS-FALLBACK-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE DELIVERY-EXCEPTION-RECORD FROM WS-PRINT-LINE.
           CLOSE DELIVERY-EXCEPTION-FILE.

       WRITE-OPERATOR-ALERT.
           MOVE "CustomerStatement" TO ALERT-PROGRAM-NAME.
           MOVE RETURN-CODE TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-FILE-STATUSES.
           STRING "MAST=" WS-CUSTOMER-STATUS
               " CYC=" WS-CYCLE-STATUS
               DELIMITED BY SIZE INTO ALERT-FILE-STATUSES.
           MOVE "CHECK CUSTMAST AND CUSTCYCL THEN RERUN"
               TO ALERT-ACTION-TEXT.
           CALL "AlertWriter" USING ALERT-CALL-AREA.
