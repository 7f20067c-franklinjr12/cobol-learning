       IDENTIFICATION DIVISION.
       PROGRAM-ID. AddressChangeNotice.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDRESS-CHANGE-FILE ASSIGN TO "ADDRCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDR-CHANGE-STATUS.
           *> Every address and email change the menu and the
           *> maintenance run made - read only. The log itself is
           *> never emptied; the refund run and the direct-debit
           *> menu still need the older entries.

           SELECT NOTICE-MARK-FILE ASSIGN TO "ADDRNOTM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARK-STATUS.
           *> The date and time of the latest change already given
           *> a notice, rewritten at the end of each clean run so
           *> no change is confirmed twice or skipped. No record
           *> means the run date's changes only - a first run does
           *> not write to everyone who ever moved.

           SELECT CUSTOMER-FILE ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUST-ID
               ALTERNATE RECORD KEY IS CUST-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-CUSTOMER-STATUS.
           *> Read only, for the short name the full-name lookup
           *> falls back on.

           SELECT HELD-MANDATE-FILE ASSIGN TO "DDMHOLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DDH-CUST-ID
               FILE STATUS IS WS-HELD-STATUS.
           *> Bank detail changes DirectDebitMenu is holding on an
           *> address change - listed under the changes until a
           *> reviewer releases or declines them.

           SELECT NOTICE-LETTER-FILE ASSIGN TO "ADDRNOTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-STATUS.
           *> One letter to the previous postal address for every
           *> change of address, and for an email change when there
           *> was no previous email to tell - printed and posted
           *> with the dunning letters.

           SELECT NOTICE-EMAIL-FILE ASSIGN TO "ADDRNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMAIL-STATUS.
           *> One email to the previous email address for every
           *> email change, in the ESTMTOUT envelope so the mail
           *> gateway sends it the way it sends e-statements.

           SELECT CHANGE-REPORT-FILE ASSIGN TO "ADDRCHGR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           *> The daily address change report - every change since
           *> the last run, who made it, and what notice went out,
           *> then the mandate changes still held.

       DATA DIVISION.
       FILE SECTION.
       FD  ADDRESS-CHANGE-FILE.
           COPY CUSTACH.

       FD  NOTICE-MARK-FILE.
       01  NOTICE-MARK-RECORD.
           05 MARK-DATE           PIC 9(08).
           05 MARK-TIME           PIC 9(08).

       FD  CUSTOMER-FILE.
           COPY CUSTREC.

       FD  HELD-MANDATE-FILE.
           COPY CUSTDDH.

       FD  NOTICE-LETTER-FILE.
       01  NOTICE-LETTER-RECORD   PIC X(80).

       FD  NOTICE-EMAIL-FILE.
       01  NOTICE-EMAIL-RECORD.
           05 EMN-RECORD-TYPE     PIC X(01).
           88 EMN-FILE-HEADER     VALUE "H".
           88 EMN-NOTICE-HEADER   VALUE "S".
           88 EMN-NOTICE-LINE     VALUE "L".
           88 EMN-NOTICE-END      VALUE "E".
           88 EMN-FILE-TRAILER    VALUE "Z".
           05 EMN-RECORD-DATA     PIC X(80).
           05 EMN-HEADER-DATA REDEFINES EMN-RECORD-DATA.
               10 EMN-RUN-DATE        PIC 9(08).
               10 FILLER              PIC X(72).
           05 EMN-NOTICE-HEADER-DATA REDEFINES EMN-RECORD-DATA.
               10 EMN-CUST-ID         PIC 9(10).
               10 EMN-EMAIL           PIC X(30).
               10 EMN-NOTICE-DATE     PIC 9(08).
               10 EMN-CUST-NAME       PIC X(10).
               10 FILLER              PIC X(22).
           05 EMN-LINE-DATA REDEFINES EMN-RECORD-DATA.
               10 EMN-LINE-TEXT       PIC X(80).
           05 EMN-NOTICE-END-DATA REDEFINES EMN-RECORD-DATA.
               10 EMN-END-CUST-ID     PIC 9(10).
               10 EMN-END-LINE-COUNT  PIC 9(04).
               10 FILLER              PIC X(66).
           05 EMN-TRAILER-DATA REDEFINES EMN-RECORD-DATA.
               10 EMN-TRL-NOTICE-COUNT PIC 9(06).
               10 EMN-TRL-RECORD-COUNT PIC 9(08).
               10 FILLER              PIC X(66).
           *> Record for record the ESTMTOUT layout - H run date, an
           *> S per notice with the address to send to, its L
           *> lines, an E with the line count, and a Z trailer.

       FD  CHANGE-REPORT-FILE.
       01  CHANGE-REPORT-RECORD   PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-ADDR-CHANGE-STATUS   PIC X(02) VALUE "00".
       01 WS-MARK-STATUS          PIC X(02) VALUE "00".
       01 WS-CUSTOMER-STATUS      PIC X(02) VALUE "00".
       01 WS-HELD-STATUS          PIC X(02) VALUE "00".
       01 WS-LETTER-STATUS        PIC X(02) VALUE "00".
       01 WS-EMAIL-STATUS         PIC X(02) VALUE "00".
       01 WS-REPORT-STATUS        PIC X(02) VALUE "00".

       01 WS-CHANGE-EOF-SWITCH    PIC X(01) VALUE "N".
       88 CHANGE-EOF              VALUE "Y".
       88 CHANGE-NOT-EOF          VALUE "N".
       01 WS-CUSTOMER-FILE-SWITCH PIC X(01) VALUE "N".
       88 CUSTOMER-FILE-OPEN      VALUE "Y".
       88 CUSTOMER-FILE-ABSENT    VALUE "N".
       01 WS-HELD-EOF-SWITCH      PIC X(01) VALUE "N".
       88 HELD-EOF                VALUE "Y".
       88 HELD-NOT-EOF            VALUE "N".

       01 WS-RUN-DATE             PIC 9(08).

       01 WS-MARK-STAMP.
           05 WS-MARK-DATE        PIC 9(08) VALUE 0.
           05 WS-MARK-TIME        PIC 9(08) VALUE 0.
       01 WS-ENTRY-STAMP.
           05 WS-ENTRY-DATE       PIC 9(08).
           05 WS-ENTRY-TIME       PIC 9(08).
       01 WS-HIGH-STAMP.
           05 WS-HIGH-DATE        PIC 9(08) VALUE 0.
           05 WS-HIGH-TIME        PIC 9(08) VALUE 0.
       *> Date then time, so the stamps compare in time order.

       COPY CUSTADR REPLACING ==CUST-ADDRESS-RECORD==
                          BY ==OLD-ADDRESS-RECORD==
                    LEADING ==ADDR-== BY ==OLD-==.
       COPY CUSTADR.
       *> The change log carries both rows as images - laid back
       *> out here as the row before the change and the row after.

       01 WS-POSTAL-CHANGED-SW    PIC X(01).
       88 POSTAL-CHANGED          VALUE "Y".
       88 POSTAL-SAME             VALUE "N".
       01 WS-EMAIL-CHANGED-SW     PIC X(01).
       88 EMAIL-CHANGED           VALUE "Y".
       88 EMAIL-SAME              VALUE "N".
       01 WS-PHONE-CHANGED-SW     PIC X(01).
       88 PHONE-CHANGED           VALUE "Y".
       88 PHONE-SAME              VALUE "N".
       01 WS-SEND-LETTER-SW       PIC X(01).
       88 SEND-LETTER             VALUE "Y".
       88 NO-LETTER               VALUE "N".
       01 WS-SEND-EMAIL-SW        PIC X(01).
       88 SEND-EMAIL              VALUE "Y".
       88 NO-EMAIL                VALUE "N".

       01 WS-CHANGED-TEXT         PIC X(17).
       01 WS-CHANGED-POINTER      PIC 9(02).
       01 WS-NOTICE-TEXT          PIC X(20).
       01 WS-WHAT-CHANGED         PIC X(26).
       01 WS-SHORT-NAME           PIC X(10).

       01 WS-CHANGE-COUNT         PIC 9(06) VALUE 0.
       01 WS-LETTER-COUNT         PIC 9(06) VALUE 0.
       01 WS-EMAIL-COUNT          PIC 9(06) VALUE 0.
       01 WS-UNCONFIRMED-COUNT    PIC 9(06) VALUE 0.
       01 WS-HELD-COUNT           PIC 9(06) VALUE 0.
       01 WS-NOTICE-LINE-INDEX    PIC 9(02).
       01 WS-EMAIL-RECORD-COUNT   PIC 9(08) VALUE 0.

       01 WS-REPORT-LINE          PIC X(80).
       01 WS-TIME-EDIT            PIC 9(06).

       COPY ACHKLNK.

       COPY FNMLNK.

       COPY ALERTLNK.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY "=== Address Change Notice Start ===".
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM READ-NOTICE-MARK.
           PERFORM OPEN-FILES.
           PERFORM UNTIL CHANGE-EOF
               READ ADDRESS-CHANGE-FILE
                   AT END
                       SET CHANGE-EOF TO TRUE
                   NOT AT END
                       PERFORM CONSIDER-ONE-CHANGE
               END-READ
           END-PERFORM.
           PERFORM LIST-HELD-MANDATES.
           PERFORM WRITE-CHANGE-TOTALS.
           PERFORM CLOSE-FILES.
           DISPLAY "Changes: " WS-CHANGE-COUNT
               " Letters: " WS-LETTER-COUNT
               " Emails: " WS-EMAIL-COUNT
               " Unconfirmed: " WS-UNCONFIRMED-COUNT
               " Mandates held: " WS-HELD-COUNT.
           DISPLAY "=== Address Change Notice End ===".
           EVALUATE TRUE
               WHEN WS-ADDR-CHANGE-STATUS NOT = "00"
                   AND WS-ADDR-CHANGE-STATUS NOT = "10"
                   AND WS-ADDR-CHANGE-STATUS NOT = "35"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNCONFIRMED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           IF RETURN-CODE >= 8
               PERFORM WRITE-OPERATOR-ALERT
           ELSE
               PERFORM WRITE-NOTICE-MARK
           END-IF.
           STOP RUN.
           *> A run that could not read the log leaves the mark where
           *> it was, so the rerun picks up the same changes.

       READ-NOTICE-MARK.
           MOVE WS-RUN-DATE TO WS-MARK-DATE.
           MOVE 0 TO WS-MARK-TIME.
           OPEN INPUT NOTICE-MARK-FILE.
           IF WS-MARK-STATUS = "00"
               READ NOTICE-MARK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MARK-DATE IS NUMERIC
                           AND MARK-TIME IS NUMERIC
                           MOVE MARK-DATE TO WS-MARK-DATE
                           MOVE MARK-TIME TO WS-MARK-TIME
                       END-IF
               END-READ
               CLOSE NOTICE-MARK-FILE
           END-IF.
           MOVE WS-MARK-STAMP TO WS-HIGH-STAMP.
           *> With no mark the stamp sits at midnight starting the
           *> run date, one tick before the first change of the day.

       OPEN-FILES.
           OPEN INPUT ADDRESS-CHANGE-FILE.
           IF WS-ADDR-CHANGE-STATUS NOT = "00"
               SET CHANGE-EOF TO TRUE
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUSTOMER-STATUS = "00"
               SET CUSTOMER-FILE-OPEN TO TRUE
           END-IF.
           OPEN OUTPUT NOTICE-LETTER-FILE.
           OPEN OUTPUT NOTICE-EMAIL-FILE.
           MOVE SPACES TO NOTICE-EMAIL-RECORD.
           SET EMN-FILE-HEADER TO TRUE.
           MOVE WS-RUN-DATE TO EMN-RUN-DATE.
           PERFORM WRITE-EMAIL-RECORD.
           MOVE 0 TO ACHK-CUST-ID.
           CALL "AddressChangeCheck" USING ACHK-CALL-AREA.
           OPEN OUTPUT CHANGE-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ADDRESS AND EMAIL CHANGES - RUN DATE " WS-RUN-DATE
               " HOLD WINDOW " ACHK-WINDOW-DAYS " DAYS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CHANGE-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CHANGES LOGGED AFTER " WS-MARK-DATE
               " " WS-MARK-TIME(1:6)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CHANGE-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE CHANGE-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "DATE     TIME   CUST-ID    OPERATOR CHANGED"
               TO WS-REPORT-LINE.
           MOVE "NOTICE" TO WS-REPORT-LINE(55:6).
           WRITE CHANGE-REPORT-RECORD FROM WS-REPORT-LINE.
           *> The window is asked of AddressChangeCheck itself, so
           *> the heading states the one the money-out runs use.

       CONSIDER-ONE-CHANGE.
           IF ACHG-DATE IS NUMERIC AND ACHG-TIME IS NUMERIC
               MOVE ACHG-DATE TO WS-ENTRY-DATE
               MOVE ACHG-TIME TO WS-ENTRY-TIME
               IF WS-ENTRY-STAMP > WS-MARK-STAMP
                   PERFORM REPORT-ONE-CHANGE
                   IF WS-ENTRY-STAMP > WS-HIGH-STAMP
                       MOVE WS-ENTRY-STAMP TO WS-HIGH-STAMP
                   END-IF
               END-IF
           END-IF.

       REPORT-ONE-CHANGE.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE ACHG-OLD-IMAGE TO OLD-ADDRESS-RECORD.
           MOVE ACHG-NEW-IMAGE TO CUST-ADDRESS-RECORD.
           PERFORM WEIGH-WHAT-CHANGED.
           PERFORM CHOOSE-NOTICE.
           IF SEND-LETTER OR SEND-EMAIL
               PERFORM LOOK-UP-ADDRESSEE
           END-IF.
           IF SEND-LETTER
               PERFORM WRITE-NOTICE-LETTER
           END-IF.
           IF SEND-EMAIL
               PERFORM WRITE-NOTICE-EMAIL
           END-IF.
           MOVE ACHG-TIME(1:6) TO WS-TIME-EDIT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING ACHG-DATE " " WS-TIME-EDIT
               " " ACHG-CUST-ID
               " " ACHG-OPERATOR
               " " WS-CHANGED-TEXT
               " " WS-NOTICE-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CHANGE-REPORT-RECORD FROM WS-REPORT-LINE.

       WEIGH-WHAT-CHANGED.
           SET POSTAL-SAME TO TRUE.
           SET EMAIL-SAME TO TRUE.
           SET PHONE-SAME TO TRUE.
           IF OLD-LINE-1 NOT = ADDR-LINE-1
               OR OLD-LINE-2 NOT = ADDR-LINE-2
               OR OLD-CITY NOT = ADDR-CITY
               OR OLD-POSTAL NOT = ADDR-POSTAL
               SET POSTAL-CHANGED TO TRUE
           END-IF.
           IF OLD-EMAIL NOT = ADDR-EMAIL
               SET EMAIL-CHANGED TO TRUE
           END-IF.
           IF OLD-PHONE NOT = ADDR-PHONE
               SET PHONE-CHANGED TO TRUE
           END-IF.
           MOVE SPACES TO WS-CHANGED-TEXT.
           MOVE 1 TO WS-CHANGED-POINTER.
           IF POSTAL-CHANGED
               STRING "ADDR " DELIMITED BY SIZE
                   INTO WS-CHANGED-TEXT
                   WITH POINTER WS-CHANGED-POINTER
           END-IF.
           IF EMAIL-CHANGED
               STRING "EMAIL " DELIMITED BY SIZE
                   INTO WS-CHANGED-TEXT
                   WITH POINTER WS-CHANGED-POINTER
           END-IF.
           IF PHONE-CHANGED
               STRING "PHONE" DELIMITED BY SIZE
                   INTO WS-CHANGED-TEXT
                   WITH POINTER WS-CHANGED-POINTER
           END-IF.
           IF WS-CHANGED-TEXT = SPACES
               MOVE "NOTHING" TO WS-CHANGED-TEXT
           END-IF.

       CHOOSE-NOTICE.
           SET NO-LETTER TO TRUE.
           SET NO-EMAIL TO TRUE.
           IF POSTAL-CHANGED AND OLD-LINE-1 NOT = SPACES
               SET SEND-LETTER TO TRUE
           END-IF.
           IF EMAIL-CHANGED
               IF OLD-EMAIL NOT = SPACES
                   SET SEND-EMAIL TO TRUE
               ELSE
                   IF OLD-LINE-1 NOT = SPACES
                       SET SEND-LETTER TO TRUE
                   END-IF
               END-IF
           END-IF.
           EVALUATE TRUE
               WHEN OLD-ADDRESS-RECORD = SPACES
                   MOVE "FIRST ADDRESS" TO WS-NOTICE-TEXT
               WHEN NOT POSTAL-CHANGED AND NOT EMAIL-CHANGED
                   MOVE "NONE NEEDED" TO WS-NOTICE-TEXT
               WHEN SEND-LETTER AND SEND-EMAIL
                   MOVE "LETTER AND EMAIL" TO WS-NOTICE-TEXT
               WHEN SEND-LETTER
                   MOVE "LETTER" TO WS-NOTICE-TEXT
               WHEN SEND-EMAIL
                   MOVE "EMAIL" TO WS-NOTICE-TEXT
               WHEN OTHER
                   MOVE "NO PREVIOUS CONTACT" TO WS-NOTICE-TEXT
                   ADD 1 TO WS-UNCONFIRMED-COUNT
           END-EVALUATE.
           *> A first address has nowhere earlier to write to, and a
           *> phone-only change needs no notice. A changed address
           *> or email with nothing earlier on file to tell is left
           *> unconfirmed - the run ends 4 so someone rings the
           *> customer instead. A security notice goes whatever the
           *> suppression flags say - it is about the customer's own
           *> account, not marketing.

       LOOK-UP-ADDRESSEE.
           MOVE SPACES TO WS-SHORT-NAME.
           IF CUSTOMER-FILE-OPEN
               MOVE ACHG-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-NAME TO WS-SHORT-NAME
               END-READ
           END-IF.
           MOVE ACHG-CUST-ID TO FNML-CUST-ID.
           MOVE WS-SHORT-NAME TO FNML-SHORT-NAME.
           CALL "FullNameLookup" USING FNML-CALL-AREA.
           MOVE ACHG-CUST-ID TO ACHK-CUST-ID.
           CALL "AddressChangeCheck" USING ACHK-CALL-AREA.
           EVALUATE TRUE
               WHEN POSTAL-CHANGED AND EMAIL-CHANGED
                   MOVE "POSTAL AND EMAIL ADDRESS" TO WS-WHAT-CHANGED
               WHEN POSTAL-CHANGED
                   MOVE "POSTAL ADDRESS" TO WS-WHAT-CHANGED
               WHEN OTHER
                   MOVE "EMAIL ADDRESS" TO WS-WHAT-CHANGED
           END-EVALUATE.

       WRITE-NOTICE-LETTER.
           ADD 1 TO WS-LETTER-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE NOTICE-LETTER-RECORD FROM WS-REPORT-LINE.
           MOVE ALL "-" TO WS-REPORT-LINE.
           WRITE NOTICE-LETTER-RECORD FROM WS-REPORT-LINE.
           MOVE FNML-NAME TO WS-REPORT-LINE.
           WRITE NOTICE-LETTER-RECORD FROM WS-REPORT-LINE.
           IF FNML-ATTENTION NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING "ATTN: " FNML-ATTENTION
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE NOTICE-LETTER-RECORD FROM WS-REPORT-LINE
           END-IF.
           WRITE NOTICE-LETTER-RECORD FROM OLD-LINE-1.
           IF OLD-LINE-2 NOT = SPACES
               WRITE NOTICE-LETTER-RECORD FROM OLD-LINE-2
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING OLD-CITY " " OLD-POSTAL
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE NOTICE-LETTER-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE NOTICE-LETTER-RECORD FROM WS-REPORT-LINE.
           PERFORM BUILD-NOTICE-LINE
               VARYING WS-NOTICE-LINE-INDEX FROM 1 BY 1
               UNTIL WS-NOTICE-LINE-INDEX > 6.
           *> Written to the address as it stood before the change -
           *> the new one is not printed, so a genuine move tells
           *> the next occupant nothing.

       BUILD-NOTICE-LINE.
           PERFORM FILL-NOTICE-LINE.
           WRITE NOTICE-LETTER-RECORD FROM WS-REPORT-LINE.

       FILL-NOTICE-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           EVALUATE WS-NOTICE-LINE-INDEX
               WHEN 1
                   STRING "RE ACCOUNT " ACHG-CUST-ID
                       " - CHANGE OF CONTACT DETAILS"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WHEN 2
                   MOVE SPACES TO WS-REPORT-LINE
               WHEN 3
                   STRING "ON " ACHG-DATE " WE RECORDED A NEW "
                       WS-WHAT-CHANGED
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WHEN 4
                   STRING "FOR YOUR ACCOUNT. IF YOU DID NOT ASK FOR"
                       " THIS CHANGE, CALL US AT ONCE."
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               WHEN 5
                   IF ACHK-HOLD-UNTIL NOT = 0
                       STRING "REFUNDS AND CHANGES TO PAYMENT DETAILS"
                           " ARE HELD UNTIL " ACHK-HOLD-UNTIL
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-IF
               WHEN OTHER
                   MOVE SPACES TO WS-REPORT-LINE
           END-EVALUATE.
           *> The same six lines go on paper and by email.

       WRITE-NOTICE-EMAIL.
           ADD 1 TO WS-EMAIL-COUNT.
           MOVE SPACES TO NOTICE-EMAIL-RECORD.
           SET EMN-NOTICE-HEADER TO TRUE.
           MOVE ACHG-CUST-ID TO EMN-CUST-ID.
           MOVE OLD-EMAIL TO EMN-EMAIL.
           MOVE WS-RUN-DATE TO EMN-NOTICE-DATE.
           MOVE WS-SHORT-NAME TO EMN-CUST-NAME.
           PERFORM WRITE-EMAIL-RECORD.
           PERFORM WRITE-ONE-EMAIL-LINE
               VARYING WS-NOTICE-LINE-INDEX FROM 1 BY 1
               UNTIL WS-NOTICE-LINE-INDEX > 6.
           MOVE SPACES TO NOTICE-EMAIL-RECORD.
           SET EMN-NOTICE-END TO TRUE.
           MOVE ACHG-CUST-ID TO EMN-END-CUST-ID.
           MOVE 6 TO EMN-END-LINE-COUNT.
           PERFORM WRITE-EMAIL-RECORD.
           *> Sent to the email address as it stood before the
           *> change, never to the new one.

       WRITE-ONE-EMAIL-LINE.
           PERFORM FILL-NOTICE-LINE.
           MOVE SPACES TO NOTICE-EMAIL-RECORD.
           SET EMN-NOTICE-LINE TO TRUE.
           MOVE WS-REPORT-LINE TO EMN-LINE-TEXT.
           PERFORM WRITE-EMAIL-RECORD.

       WRITE-EMAIL-RECORD.
           WRITE NOTICE-EMAIL-RECORD.
           ADD 1 TO WS-EMAIL-RECORD-COUNT.

       LIST-HELD-MANDATES.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE CHANGE-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "MANDATE CHANGES HELD FOR REVIEW" TO WS-REPORT-LINE.
           WRITE CHANGE-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE "CUST-ID    HELD     ADDR CHANGED BY" TO WS-REPORT-LINE.
           WRITE CHANGE-REPORT-RECORD FROM WS-REPORT-LINE.
           OPEN INPUT HELD-MANDATE-FILE.
           IF WS-HELD-STATUS NOT = "00"
               SET HELD-EOF TO TRUE
           END-IF.
           PERFORM UNTIL HELD-EOF
               READ HELD-MANDATE-FILE NEXT RECORD
                   AT END
                       SET HELD-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-HELD-COUNT
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING DDH-CUST-ID " " DDH-HELD-DATE
                           " " DDH-ADDR-CHANGE-DATE
                           " " DDH-ADDR-OPERATOR
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       WRITE CHANGE-REPORT-RECORD FROM WS-REPORT-LINE
               END-READ
           END-PERFORM.
           IF WS-HELD-STATUS = "00" OR WS-HELD-STATUS = "10"
               CLOSE HELD-MANDATE-FILE
           END-IF.
           IF WS-HELD-COUNT = 0
               MOVE "  NONE" TO WS-REPORT-LINE
               WRITE CHANGE-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           *> Released or declined from option 5 of DirectDebitMenu;
           *> until then the row is listed here every night.

       WRITE-CHANGE-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE CHANGE-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CHANGES " WS-CHANGE-COUNT
               " LETTERS " WS-LETTER-COUNT
               " EMAILS " WS-EMAIL-COUNT
               " UNCONFIRMED " WS-UNCONFIRMED-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CHANGE-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "MANDATE CHANGES HELD " WS-HELD-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CHANGE-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO NOTICE-EMAIL-RECORD.
           SET EMN-FILE-TRAILER TO TRUE.
           MOVE WS-EMAIL-COUNT TO EMN-TRL-NOTICE-COUNT.
           MOVE WS-EMAIL-RECORD-COUNT TO EMN-TRL-RECORD-COUNT.
           WRITE NOTICE-EMAIL-RECORD.
           *> The trailer counts every record before it, the
           *> ESTMTOUT rule the gateway already proves.

       WRITE-NOTICE-MARK.
           OPEN OUTPUT NOTICE-MARK-FILE.
           MOVE WS-HIGH-DATE TO MARK-DATE.
           MOVE WS-HIGH-TIME TO MARK-TIME.
           WRITE NOTICE-MARK-RECORD.
           CLOSE NOTICE-MARK-FILE.

       CLOSE-FILES.
           IF WS-ADDR-CHANGE-STATUS = "00"
               OR WS-ADDR-CHANGE-STATUS = "10"
               CLOSE ADDRESS-CHANGE-FILE
           END-IF.
           IF CUSTOMER-FILE-OPEN
               CLOSE CUSTOMER-FILE
           END-IF.
           CLOSE NOTICE-LETTER-FILE.
           CLOSE NOTICE-EMAIL-FILE.
           CLOSE CHANGE-REPORT-FILE.

       WRITE-OPERATOR-ALERT.
           MOVE "AddressChangeNotice" TO ALERT-PROGRAM-NAME.
           MOVE RETURN-CODE TO ALERT-SEVERITY.
           MOVE SPACES TO ALERT-FILE-STATUSES.
           STRING "ADDRCHG=" WS-ADDR-CHANGE-STATUS
               DELIMITED BY SIZE INTO ALERT-FILE-STATUSES.
           MOVE "CHECK ADDRCHG THEN RERUN - NO NOTICES SENT"
               TO ALERT-ACTION-TEXT.
           CALL "AlertWriter" USING ALERT-CALL-AREA.
